       IDENTIFICATION DIVISION.
           PROGRAM-ID. VACINACAO.
           AUTHOR. Alexandre S S Alves.

      * Situacao vacinal dos alunos. O calendario vacinal oficial
      * (calendario_vacinal.idx) diz, por vacina e dose, a idade
      * indicada em meses e a tolerancia; a carteira de cada aluno
      * (vacinacao.idx, registrada na ficha de saude de
      * ALUNOSRELATIVOS) traz as doses aplicadas e a data de
      * nascimento. A idade em meses vem da data de nascimento e,
      * sem ela, de IDADE-ALUNO (anos completos x 12, o que so pode
      * atrasar o aviso, nunca antecipar). A lista por turma
      * (vacinas_atrasadas.rel) mostra as doses atrasadas e aluno
      * sem carteira, e pode mandar a carta ao responsavel pela
      * fila de eventos (VACINA-ATRASO). O resumo para a secretaria
      * municipal de saude (vacinacao_saude.txt, layout
      * LayoutVacinacao.cpy) conta por vacina e dose os alunos na
      * idade, em dia e atrasados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CALENDARIO-VAC
               ASSIGN TO "calendario_vacinal.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CVC-CHAVE
               FILE STATUS IS WS-STATUS-CVC.
           SELECT ARQUIVO-VACINACAO ASSIGN TO "vacinacao.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAC-MATRICULA
               FILE STATUS IS WS-STATUS-VAC.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-RESUMO ASSIGN TO "vacinacao_saude.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CALENDARIO-VAC.
           COPY "RegistroCalendarioVacinal.cpy".

       FD  ARQUIVO-VACINACAO.
           COPY "RegistroVacinacao.cpy".

       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-RESUMO.
           COPY "LayoutVacinacao.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-CVC PIC X(2).
       01 WS-STATUS-VAC PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-RES PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-HOJE-DET REDEFINES WS-HOJE.
           05 WS-HOJE-ANO PIC 9(4).
           05 WS-HOJE-MES PIC 9(2).
           05 WS-HOJE-DIA PIC 9(2).
       01 WS-NASCIMENTO PIC 9(8).
       01 WS-NASC-DET REDEFINES WS-NASCIMENTO.
           05 WS-NASC-ANO PIC 9(4).
           05 WS-NASC-MES PIC 9(2).
           05 WS-NASC-DIA PIC 9(2).
       01 WS-IDADE-MESES PIC S9(4).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-TURMA PIC X(10).
       01 WS-TEM-CARTEIRA PIC X.
       01 WS-CARTEIRAS-OK PIC X.
       01 WS-ENVIAR-CARTAS PIC X.
       01 WS-TOTAL-LISTADO PIC 9(4).
       01 WS-TOTAL-ALUNOS PIC 9(5).
       01 WS-TOTAL-COM-ATRASO PIC 9(5).
       01 WS-TOTAL-SEM-CARTEIRA PIC 9(5).
       01 WS-TOTAL-CARTAS PIC 9(5).
       01 WS-QTD-ATRASADAS PIC 9(2).
      * Calendario carregado em memoria, com os contadores do
      * resumo para a secretaria de saude.
       01 WS-TAB-CALENDARIO.
           05 WS-TC-ENT OCCURS 100 TIMES.
               10 WS-TC-VACINA PIC X(10).
               10 WS-TC-DOSE PIC 9(1).
               10 WS-TC-DESCRICAO PIC X(30).
               10 WS-TC-IDADE PIC 9(3).
               10 WS-TC-TOLERANCIA PIC 9(2).
               10 WS-TC-LIMITE PIC 9(3).
               10 WS-TC-ELEGIVEIS PIC 9(6).
               10 WS-TC-EM-DIA PIC 9(6).
               10 WS-TC-ATRASADOS PIC 9(6).
               10 WS-TC-SITUACAO PIC X(1).
       01 WS-TC-QTD PIC 9(3).
       01 WS-IND PIC 9(3).
       01 WS-IND-DOSE PIC 9(2).
       01 WS-DOSE-ACHADA PIC X.
       01 WS-ED-IDADE PIC ZZ9.
       01 WS-EVT-TIPO PIC X(14) VALUE "VACINA-ATRASO".
       01 WS-EVT-CHAVE PIC X(10).
       01 WS-EVT-DADOS PIC X(60).
       01 WS-POS-DADOS PIC 9(2).
       01 WS-REL-NOME PIC X(30) VALUE "vacinas_atrasadas.rel".
       01 WS-REL-TITULO PIC X(40)
           VALUE "DOSES DE VACINA ATRASADAS POR TURMA".
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Vacinacao dos Alunos            ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Incluir/Alterar Dose Oficial  ".
           DISPLAY "2 -  Excluir Dose Oficial          ".
           DISPLAY "3 -  Calendario Vacinal            ".
           DISPLAY "4 -  Doses Atrasadas por Turma     ".
           DISPLAY "5 -  Resumo p/ Secretaria de Saude ".
           DISPLAY "6 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM GRAVAR-DOSE-CALENDARIO
               WHEN 2
                   PERFORM EXCLUIR-DOSE-CALENDARIO
               WHEN 3
                   PERFORM LISTAR-CALENDARIO
               WHEN 4
                   PERFORM ATRASADOS-DA-TURMA
               WHEN 5
                   PERFORM RESUMO-SECRETARIA
               WHEN 6
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

       OBTER-HOJE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.

       ABRIR-CALENDARIO.
           OPEN I-O ARQUIVO-CALENDARIO-VAC.
           EVALUATE WS-STATUS-CVC
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-CALENDARIO-VAC
                   CLOSE ARQUIVO-CALENDARIO-VAC
                   OPEN I-O ARQUIVO-CALENDARIO-VAC
               WHEN OTHER
                   DISPLAY "Erro ao abrir calendario_vacinal.idx. "
                       "STATUS=" WS-STATUS-CVC
           END-EVALUATE.

       GRAVAR-DOSE-CALENDARIO.
           IF WS-PERFIL-SESSAO = "C" OR WS-PERFIL-SESSAO = "O"
               DISPLAY "Permissao negada: perfil de consulta."
               PERFORM PRINCIPAL
           END-IF.
           PERFORM ABRIR-CALENDARIO.
           IF WS-STATUS-CVC NOT = "00"
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Vacina (sigla, ex: DTP): ".
           ACCEPT CVC-VACINA.
           MOVE FUNCTION UPPER-CASE(CVC-VACINA) TO CVC-VACINA.
           DISPLAY "Dose (1 a 9): ".
           ACCEPT CVC-DOSE.
           IF CVC-VACINA = SPACES OR CVC-DOSE = ZERO
               DISPLAY "Erro: vacina e dose obrigatorias."
               CLOSE ARQUIVO-CALENDARIO-VAC
               PERFORM PRINCIPAL
           END-IF.
           READ ARQUIVO-CALENDARIO-VAC KEY IS CVC-CHAVE
               INVALID KEY
                   MOVE "N" TO WS-CONFIRMA
               NOT INVALID KEY
                   MOVE "S" TO WS-CONFIRMA
                   DISPLAY "Dose ja cadastrada: " CVC-DESCRICAO
           END-READ.
           DISPLAY "Descricao: ".
           ACCEPT CVC-DESCRICAO.
           DISPLAY "Idade indicada (meses): ".
           ACCEPT CVC-IDADE-MESES.
           DISPLAY "Tolerancia depois da idade (meses): ".
           ACCEPT CVC-TOLERANCIA-MESES.
           DISPLAY "Idade limite (meses, 0 = sem limite): ".
           ACCEPT CVC-IDADE-LIMITE.
           IF CVC-IDADE-LIMITE NOT = ZERO
                   AND CVC-IDADE-LIMITE NOT > CVC-IDADE-MESES
               DISPLAY "Erro: idade limite antes da idade indicada."
               CLOSE ARQUIVO-CALENDARIO-VAC
               PERFORM PRINCIPAL
           END-IF.
           IF WS-CONFIRMA = "S"
               REWRITE REG-CALENDARIO-VACINAL
               DISPLAY "Dose alterada."
           ELSE
               WRITE REG-CALENDARIO-VACINAL
                   INVALID KEY
                       DISPLAY "Erro ao gravar a dose."
                   NOT INVALID KEY
                       DISPLAY "Dose incluida no calendario."
               END-WRITE
           END-IF.
           CLOSE ARQUIVO-CALENDARIO-VAC.
           PERFORM PRINCIPAL.

       EXCLUIR-DOSE-CALENDARIO.
           IF WS-PERFIL-SESSAO = "C" OR WS-PERFIL-SESSAO = "O"
               DISPLAY "Permissao negada: perfil de consulta."
               PERFORM PRINCIPAL
           END-IF.
           PERFORM ABRIR-CALENDARIO.
           IF WS-STATUS-CVC NOT = "00"
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Vacina: ".
           ACCEPT CVC-VACINA.
           MOVE FUNCTION UPPER-CASE(CVC-VACINA) TO CVC-VACINA.
           DISPLAY "Dose: ".
           ACCEPT CVC-DOSE.
           READ ARQUIVO-CALENDARIO-VAC KEY IS CVC-CHAVE
               INVALID KEY
                   DISPLAY "Dose nao encontrada no calendario."
               NOT INVALID KEY
                   DISPLAY CVC-DESCRICAO
                   DISPLAY "Confirma a exclusao? (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       DELETE ARQUIVO-CALENDARIO-VAC
                       DISPLAY "Dose excluida."
                   ELSE
                       DISPLAY "Exclusao cancelada"
                   END-IF
           END-READ.
           CLOSE ARQUIVO-CALENDARIO-VAC.
           PERFORM PRINCIPAL.

       LISTAR-CALENDARIO.
           PERFORM CARREGAR-CALENDARIO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TC-QTD
               DISPLAY WS-TC-VACINA(WS-IND) " " WS-TC-DOSE(WS-IND)
                   " " WS-TC-DESCRICAO(WS-IND) " aos "
                   WS-TC-IDADE(WS-IND) "m +" WS-TC-TOLERANCIA(WS-IND)
                   " lim " WS-TC-LIMITE(WS-IND)
           END-PERFORM.
           DISPLAY "Doses no calendario: " WS-TC-QTD.
           PERFORM PRINCIPAL.

       CARREGAR-CALENDARIO.
           MOVE ZERO TO WS-TC-QTD.
           OPEN INPUT ARQUIVO-CALENDARIO-VAC.
           IF WS-STATUS-CVC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CALENDARIO-VAC NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF WS-TC-QTD < 100
                           ADD 1 TO WS-TC-QTD
                           MOVE CVC-VACINA TO WS-TC-VACINA(WS-TC-QTD)
                           MOVE CVC-DOSE TO WS-TC-DOSE(WS-TC-QTD)
                           MOVE CVC-DESCRICAO
                               TO WS-TC-DESCRICAO(WS-TC-QTD)
                           MOVE CVC-IDADE-MESES
                               TO WS-TC-IDADE(WS-TC-QTD)
                           MOVE CVC-TOLERANCIA-MESES
                               TO WS-TC-TOLERANCIA(WS-TC-QTD)
                           MOVE CVC-IDADE-LIMITE
                               TO WS-TC-LIMITE(WS-TC-QTD)
                           MOVE ZERO TO WS-TC-ELEGIVEIS(WS-TC-QTD)
                           MOVE ZERO TO WS-TC-EM-DIA(WS-TC-QTD)
                           MOVE ZERO TO WS-TC-ATRASADOS(WS-TC-QTD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-CALENDARIO-VAC.

       AVALIAR-ALUNO.
      * Para o aluno corrente de alunos.idx: marca em
      * WS-TC-SITUACAO cada dose do calendario -- "-" fora da idade,
      * "D" em dia (registrada), "P" ainda no prazo, "A" atrasada --
      * e soma os contadores do resumo.
           MOVE "N" TO WS-TEM-CARTEIRA.
           MOVE ZERO TO WS-NASCIMENTO.
           MOVE ZERO TO VAC-QTD-DOSES.
           IF WS-CARTEIRAS-OK = "S"
               MOVE MATRICULA-ALUNO TO VAC-MATRICULA
               READ ARQUIVO-VACINACAO KEY IS VAC-MATRICULA
                   INVALID KEY
                       MOVE ZERO TO VAC-QTD-DOSES
                   NOT INVALID KEY
                       MOVE "S" TO WS-TEM-CARTEIRA
                       MOVE VAC-DATA-NASCIMENTO TO WS-NASCIMENTO
               END-READ
           END-IF.
           IF WS-NASCIMENTO = ZERO
               COMPUTE WS-IDADE-MESES = IDADE-ALUNO * 12
           ELSE
               COMPUTE WS-IDADE-MESES =
                   (WS-HOJE-ANO - WS-NASC-ANO) * 12
                   + WS-HOJE-MES - WS-NASC-MES
               IF WS-HOJE-DIA < WS-NASC-DIA
                   SUBTRACT 1 FROM WS-IDADE-MESES
               END-IF
           END-IF.
           MOVE ZERO TO WS-QTD-ATRASADAS.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TC-QTD
               MOVE "-" TO WS-TC-SITUACAO(WS-IND)
               IF WS-IDADE-MESES >= WS-TC-IDADE(WS-IND)
                       AND (WS-TC-LIMITE(WS-IND) = ZERO
                           OR WS-IDADE-MESES < WS-TC-LIMITE(WS-IND))
                   ADD 1 TO WS-TC-ELEGIVEIS(WS-IND)
                   PERFORM PROCURAR-DOSE
                   IF WS-DOSE-ACHADA = "S"
                       MOVE "D" TO WS-TC-SITUACAO(WS-IND)
                       ADD 1 TO WS-TC-EM-DIA(WS-IND)
                   ELSE
                       IF WS-IDADE-MESES > WS-TC-IDADE(WS-IND)
                               + WS-TC-TOLERANCIA(WS-IND)
                           MOVE "A" TO WS-TC-SITUACAO(WS-IND)
                           ADD 1 TO WS-TC-ATRASADOS(WS-IND)
                           ADD 1 TO WS-QTD-ATRASADAS
                       ELSE
                           MOVE "P" TO WS-TC-SITUACAO(WS-IND)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PROCURAR-DOSE.
           MOVE "N" TO WS-DOSE-ACHADA.
           PERFORM VARYING WS-IND-DOSE FROM 1 BY 1
                   UNTIL WS-IND-DOSE > VAC-QTD-DOSES
                       OR WS-DOSE-ACHADA = "S"
               IF VAC-VACINA(WS-IND-DOSE) = WS-TC-VACINA(WS-IND)
                       AND VAC-NUM-DOSE(WS-IND-DOSE) =
                           WS-TC-DOSE(WS-IND)
                   MOVE "S" TO WS-DOSE-ACHADA
               END-IF
           END-PERFORM.

       ALUNO-ATIVO-CORRENTE.
      * Devolve WS-CONFIRMA = "S" para aluno ativo (nao trailer).
           MOVE "N" TO WS-CONFIRMA.
           IF CTL-MARCADOR NOT = "TRL"
                   AND (SITUACAO-ALUNO = SPACES OR ALUNO-ATIVO)
               MOVE "S" TO WS-CONFIRMA
           END-IF.

       ATRASADOS-DA-TURMA.
           PERFORM OBTER-HOJE.
           DISPLAY "Turma: ".
           ACCEPT WS-TURMA.
           DISPLAY "Enviar carta aos responsaveis? (S/N): ".
           ACCEPT WS-ENVIAR-CARTAS.
           IF WS-ENVIAR-CARTAS = "s"
               MOVE "S" TO WS-ENVIAR-CARTAS
           END-IF.
           PERFORM CARREGAR-CALENDARIO.
           IF WS-TC-QTD = ZERO
               DISPLAY "Calendario vacinal vazio: cadastre as doses "
                   "oficiais primeiro."
               PERFORM PRINCIPAL
           END-IF.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
               PERFORM PRINCIPAL
           END-IF.
           MOVE "N" TO WS-CARTEIRAS-OK.
           OPEN INPUT ARQUIVO-VACINACAO.
           IF WS-STATUS-VAC = "00"
               MOVE "S" TO WS-CARTEIRAS-OK
           END-IF.
           MOVE ZERO TO WS-TOTAL-ALUNOS.
           MOVE ZERO TO WS-TOTAL-COM-ATRASO.
           MOVE ZERO TO WS-TOTAL-SEM-CARTEIRA.
           MOVE ZERO TO WS-TOTAL-CARTAS.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           STRING "TURMA " WS-TURMA "   DATA " WS-HOJE
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-TURMA TO TURMA.
           START ARQUIVO-ALUNOS KEY IS = TURMA
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ALUNOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TURMA NOT = WS-TURMA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           PERFORM ALUNO-ATIVO-CORRENTE
                           IF WS-CONFIRMA = "S"
                               PERFORM LISTAR-ALUNO-TURMA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           STRING "ALUNOS: " WS-TOTAL-ALUNOS
                  "  COM DOSE ATRASADA: " WS-TOTAL-COM-ATRASO
                  "  SEM CARTEIRA: " WS-TOTAL-SEM-CARTEIRA
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".
           CLOSE ARQUIVO-ALUNOS.
           IF WS-CARTEIRAS-OK = "S"
               CLOSE ARQUIVO-VACINACAO
           END-IF.
           DISPLAY "Alunos da turma:      " WS-TOTAL-ALUNOS.
           DISPLAY "Com dose atrasada:    " WS-TOTAL-COM-ATRASO.
           DISPLAY "Sem carteira:         " WS-TOTAL-SEM-CARTEIRA.
           DISPLAY "Cartas enviadas:      " WS-TOTAL-CARTAS.
           DISPLAY "Relatorio: vacinas_atrasadas.rel".
           PERFORM PRINCIPAL.

       LISTAR-ALUNO-TURMA.
           ADD 1 TO WS-TOTAL-ALUNOS.
           PERFORM AVALIAR-ALUNO.
           IF WS-TEM-CARTEIRA = "N"
               ADD 1 TO WS-TOTAL-SEM-CARTEIRA
               STRING MATRICULA-ALUNO " " NOME-ALUNO
                      " SEM CARTEIRA DE VACINACAO REGISTRADA"
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
               MOVE "SEM CARTEIRA DE VACINACAO REGISTRADA"
                   TO WS-EVT-DADOS
               PERFORM ENVIAR-CARTA
               EXIT PARAGRAPH
           END-IF.
           IF WS-QTD-ATRASADAS = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-COM-ATRASO.
           MOVE WS-IDADE-MESES TO WS-ED-IDADE.
           STRING MATRICULA-ALUNO " " NOME-ALUNO " IDADE "
                  WS-ED-IDADE " MESES  DOSES ATRASADAS: "
                  WS-QTD-ATRASADAS
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE "DOSES ATRASADAS:" TO WS-EVT-DADOS.
           MOVE 17 TO WS-POS-DADOS.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TC-QTD
               IF WS-TC-SITUACAO(WS-IND) = "A"
                   STRING "    " WS-TC-VACINA(WS-IND) " DOSE "
                          WS-TC-DOSE(WS-IND) " "
                          WS-TC-DESCRICAO(WS-IND)
                       DELIMITED BY SIZE INTO WS-REL-LINHA
                   END-STRING
                   PERFORM ESCREVER-LINHA
                   IF WS-POS-DADOS < 48
                       STRING " " DELIMITED BY SIZE
                              WS-TC-VACINA(WS-IND) DELIMITED BY SPACE
                              "-" WS-TC-DOSE(WS-IND)
                              DELIMITED BY SIZE
                           INTO WS-EVT-DADOS
                           WITH POINTER WS-POS-DADOS
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM ENVIAR-CARTA.

       ENVIAR-CARTA.
           IF WS-ENVIAR-CARTAS = "S"
               MOVE SPACES TO WS-EVT-CHAVE
               MOVE MATRICULA-ALUNO TO WS-EVT-CHAVE
               CALL "GRAVAREVENTO" USING WS-EVT-TIPO WS-EVT-CHAVE
                   WS-EVT-DADOS
               ADD 1 TO WS-TOTAL-CARTAS
           END-IF.

       RESUMO-SECRETARIA.
           PERFORM OBTER-HOJE.
           PERFORM CARREGAR-CALENDARIO.
           IF WS-TC-QTD = ZERO
               DISPLAY "Calendario vacinal vazio: cadastre as doses "
                   "oficiais primeiro."
               PERFORM PRINCIPAL
           END-IF.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
               PERFORM PRINCIPAL
           END-IF.
           MOVE "N" TO WS-CARTEIRAS-OK.
           OPEN INPUT ARQUIVO-VACINACAO.
           IF WS-STATUS-VAC = "00"
               MOVE "S" TO WS-CARTEIRAS-OK
           END-IF.
           MOVE ZERO TO WS-TOTAL-ALUNOS.
           MOVE ZERO TO WS-TOTAL-COM-ATRASO.
           MOVE ZERO TO WS-TOTAL-SEM-CARTEIRA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ALUNOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM ALUNO-ATIVO-CORRENTE
                       IF WS-CONFIRMA = "S"
                           ADD 1 TO WS-TOTAL-ALUNOS
                           PERFORM AVALIAR-ALUNO
                           IF WS-TEM-CARTEIRA = "N"
                               ADD 1 TO WS-TOTAL-SEM-CARTEIRA
                           END-IF
                           IF WS-QTD-ATRASADAS > ZERO
                               ADD 1 TO WS-TOTAL-COM-ATRASO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ALUNOS.
           IF WS-CARTEIRAS-OK = "S"
               CLOSE ARQUIVO-VACINACAO
           END-IF.
           OPEN OUTPUT ARQUIVO-RESUMO.
           MOVE SPACES TO VCX-REGISTRO.
           MOVE "00" TO VCX-H-TIPO.
           MOVE "ESC00001" TO VCX-H-ESCOLA.
           MOVE WS-HOJE TO VCX-H-DATA.
           WRITE VCX-REGISTRO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TC-QTD
               MOVE SPACES TO VCX-REGISTRO
               MOVE "10" TO VCX-D-TIPO
               MOVE WS-TC-VACINA(WS-IND) TO VCX-D-VACINA
               MOVE WS-TC-DOSE(WS-IND) TO VCX-D-DOSE
               MOVE WS-TC-ELEGIVEIS(WS-IND) TO VCX-D-ELEGIVEIS
               MOVE WS-TC-EM-DIA(WS-IND) TO VCX-D-EM-DIA
               MOVE WS-TC-ATRASADOS(WS-IND) TO VCX-D-ATRASADOS
               WRITE VCX-REGISTRO
           END-PERFORM.
           MOVE SPACES TO VCX-REGISTRO.
           MOVE "99" TO VCX-T-TIPO.
           MOVE WS-TC-QTD TO VCX-T-QTD-DETALHES.
           MOVE WS-TOTAL-ALUNOS TO VCX-T-AVALIADOS.
           MOVE WS-TOTAL-COM-ATRASO TO VCX-T-COM-ATRASO.
           MOVE WS-TOTAL-SEM-CARTEIRA TO VCX-T-SEM-CARTEIRA.
           WRITE VCX-REGISTRO.
           CLOSE ARQUIVO-RESUMO.
           DISPLAY "Alunos avaliados:     " WS-TOTAL-ALUNOS.
           DISPLAY "Com dose atrasada:    " WS-TOTAL-COM-ATRASO.
           DISPLAY "Sem carteira:         " WS-TOTAL-SEM-CARTEIRA.
           DISPLAY "Arquivo: vacinacao_saude.txt".
           PERFORM PRINCIPAL.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
