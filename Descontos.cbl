
      * Manutencao do cadastro de bolsas e descontos por aluno
      * (descontos.idx), no mesmo desenho de menu de TURMAS.cbl. A
      * matricula informada e conferida contra alunos.idx antes de
      * gravar, e a geracao de cobrancas em MENSALIDADES.cbl aplica
      * o desconto vigente na competencia, acabando com a correcao
      * manual dos bolsistas todo mes. Bolsa (tipo B) leva as
      * condicoes de manutencao -- media minima, frequencia minima e
      * conduta sem ocorrencia grave --, conferidas a cada fim de
      * bimestre por REVISAOBOLSAS.cbl; a busca mostra o resultado
      * da ultima revisao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSC-MATRICULA
               FILE STATUS IS WS-STATUS.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-FAMILIA ASSIGN TO "familias.idx"
               ORGANIZATION IS INDEXED
       01 WS-OPCAO PIC 9.
       01 WS-STATUS PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-MATRICULA PIC 9(5).
       01 WS-CONFIRMA PIC X.
       01 WS-ALUNO-OK PIC X.
           CLOSE ARQUIVO-DESCONTO.

       CONFERIR-ALUNO.
      * O desconto so vale para matricula existente em alunos.idx;
      * sem essa conferencia o arquivo acumularia bolsas de alunos
      * que nunca existiram ou ja sairam.
           MOVE "N" TO WS-ALUNO-OK.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "Erro: alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
           ELSE
               MOVE WS-MATRICULA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       DISPLAY "Erro: matricula nao encontrada: "
           IF WS-ALUNO-OK = "S"
               PERFORM ABRIR-ARQUIVO
               MOVE WS-MATRICULA TO DSC-MATRICULA
               PERFORM LIMPAR-REVISAO
               PERFORM ACEITAR-DADOS-DESCONTO
               WRITE REG-DESCONTO
                   INVALID KEY
           END-IF.
           PERFORM PRINCIPAL.

       LIMPAR-REVISAO.
           MOVE SPACES TO DSC-REVISAO-CLASSE DSC-REVISAO-ANTERIOR.
           MOVE ZERO TO DSC-REVISAO-ANO DSC-REVISAO-BIMESTRE
               DSC-REVISAO-DATA DSC-SUSPENSAO-DATA.
           MOVE SPACES TO DSC-SUSPENSAO-OPERADOR.

       ACEITAR-CONDICOES-BOLSA.
      * Zero aceita o padrao da casa na revisao de bimestre.
           DISPLAY "Media minima (ex: 07.00; 0 = corte da politica): ".
           ACCEPT DSC-MEDIA-MINIMA.
           DISPLAY "Frequencia minima (ex: 075.00; 0 = 75%): ".
           ACCEPT DSC-FREQ-MINIMA.
           IF DSC-FREQ-MINIMA > 100
               MOVE 100 TO DSC-FREQ-MINIMA
           END-IF.
           DISPLAY "Exige conduta sem ocorrencia grave? (S/N): ".
           ACCEPT DSC-SEM-GRAVE.
           IF DSC-SEM-GRAVE = "n"
               MOVE "N" TO DSC-SEM-GRAVE
           END-IF.
           IF DSC-SEM-GRAVE NOT = "N"
               MOVE "S" TO DSC-SEM-GRAVE
           END-IF.

       ACEITAR-DADOS-DESCONTO.
           DISPLAY "Tipo (B=bolsa I=irmao C=convenio O=outro): ".
           ACCEPT DSC-TIPO.
                   "ao inicio."
               MOVE DSC-COMP-INICIO TO DSC-COMP-FIM
           END-IF.
           MOVE ZERO TO DSC-MEDIA-MINIMA DSC-FREQ-MINIMA.
           MOVE "N" TO DSC-SEM-GRAVE.
           IF DSC-BOLSA
               PERFORM ACEITAR-CONDICOES-BOLSA
           END-IF.

       MOSTRAR.
           DISPLAY "--------------------------".
                   DISPLAY "Valor fixo:  " DSC-VALOR
                   DISPLAY "Vigencia:    " DSC-COMP-INICIO " a "
                       DSC-COMP-FIM
                   IF DSC-BOLSA
                       PERFORM MOSTRAR-CONDICOES-BOLSA
                   END-IF
           END-READ.
           PERFORM FECHAR-ARQUIVO.
           PERFORM PRINCIPAL.

       MOSTRAR-CONDICOES-BOLSA.
           DISPLAY "Media minima:      " DSC-MEDIA-MINIMA.
           DISPLAY "Frequencia minima: " DSC-FREQ-MINIMA.
           DISPLAY "Sem ocor. grave:   " DSC-SEM-GRAVE.
           IF DSC-REVISAO-CLASSE = SPACES
               DISPLAY "Ainda nao revisada."
           ELSE
               DISPLAY "Ultima revisao:    " DSC-REVISAO-CLASSE
                   " (bimestre " DSC-REVISAO-BIMESTRE "/"
                   DSC-REVISAO-ANO " em " DSC-REVISAO-DATA ")"
           END-IF.
           IF DSC-SUSPENSAO-DATA NOT = ZERO
               DISPLAY "Suspensa pelo comite em " DSC-SUSPENSAO-DATA
                   " por " DSC-SUSPENSAO-OPERADOR
           END-IF.

       MODIFICAR.
           DISPLAY "--------------------------".
           DISPLAY "   Modificar Desconto     ".
               NOT INVALID KEY
                   DISPLAY "Desconto encontrado (tipo " DSC-TIPO ")."
                   PERFORM ACEITAR-DADOS-DESCONTO
                   IF DSC-SUSPENSAO-DATA NOT = ZERO
                       DISPLAY "Suspensao do comite desfeita pela "
                           "nova vigencia."
                       PERFORM LIMPAR-REVISAO
                   END-IF
                   REWRITE REG-DESCONTO
                   DISPLAY "Registro Atualizado"
           END-READ.
           MOVE ZERO TO DSC-VALOR.
           MOVE WS-COMP-INI-IRMAOS TO DSC-COMP-INICIO.
           MOVE WS-COMP-FIM-IRMAOS TO DSC-COMP-FIM.
           MOVE ZERO TO DSC-MEDIA-MINIMA DSC-FREQ-MINIMA.
           MOVE "N" TO DSC-SEM-GRAVE.
           PERFORM LIMPAR-REVISAO.
           WRITE REG-DESCONTO
               INVALID KEY
                   REWRITE REG-DESCONTO
