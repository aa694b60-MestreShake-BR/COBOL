       IDENTIFICATION DIVISION.
           PROGRAM-ID. FOLHAPROFESSORES.
           AUTHOR. Alexandre S S Alves.

      * Folha bruta dos professores calculada aqui, com a tabela de
      * valor da hora-aula mantida na escola, em vez da planilha do
      * escritorio de contabilidade. A tabela (valor_hora_aula.idx)
      * tem valor por categoria do professor e unidade com inicio
      * de vigencia, e o enquadramento de cada professor na
      * categoria (enquadramento_prof.idx) tambem tem vigencia.
      * O calculo do mes conta as aulas efetivamente dadas nas
      * mesmas fontes da EXPORTARHORAS -- grade_horaria.idx sobre
      * os dias letivos de calendario_escolar.dat, menos as
      * ausencias de ausencias_prof.dat, com as aulas cobertas
      * creditadas ao substituto de substituicoes.dat -- e precifica
      * cada aula pela linha vigente no dia da aula, de modo que uma
      * correcao retroativa gravada com a vigencia certa entra no
      * recalculo do mes. Sobre o valor das aulas soma o descanso
      * semanal remunerado (1/6) e provisiona ferias + 1/3 (1/12
      * do bruto acrescido de 1/3) e 13o salario (1/12 do bruto).
      * Cada calculo fica em folha_professores.idx; o recalculo de
      * um mes guarda o bruto anterior e a diferenca sai no resumo.
      * Saidas: demonstrativo por professor em folha_professores.rel
      * e resumo para a contabilidade em folha_resumo.rel.
      * Manutencao da tabela e do enquadramento exige perfil B.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-VALOR ASSIGN TO "valor_hora_aula.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VHA-CHAVE
               FILE STATUS IS WS-STATUS-VHA.
           SELECT ARQUIVO-ENQUADRAMENTO
               ASSIGN TO "enquadramento_prof.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENQ-CHAVE
               FILE STATUS IS WS-STATUS-ENQ.
           SELECT ARQUIVO-FOLHA ASSIGN TO "folha_professores.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOP-CHAVE
               FILE STATUS IS WS-STATUS-FOP.
           SELECT ARQUIVO-PROFESSOR ASSIGN TO "professores.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-MATRICULA
               FILE STATUS IS WS-STATUS-PROF.
           SELECT ARQUIVO-CALENDARIO
               ASSIGN TO "calendario_escolar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAL.
           SELECT ARQUIVO-GRADE ASSIGN TO "grade_horaria.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRH-CHAVE
               FILE STATUS IS WS-STATUS-GRH.
           SELECT ARQUIVO-AUSENCIA ASSIGN TO "ausencias_prof.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUS.
           SELECT ARQUIVO-SUBST ASSIGN TO "substituicoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SUB.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-VALOR.
           COPY "RegistroValorHoraAula.cpy".

       FD  ARQUIVO-ENQUADRAMENTO.
           COPY "RegistroEnquadramento.cpy".

       FD  ARQUIVO-FOLHA.
           COPY "RegistroFolhaProfessor.cpy".

       FD  ARQUIVO-PROFESSOR.
       01 REG-PROFESSOR.
           05 PRO-MATRICULA PIC X(8).
           05 PRO-NOME PIC X(30).
           05 PRO-STATUS PIC X(1).
               88 PRO-ATIVO   VALUE "A".
               88 PRO-INATIVO VALUE "I".
           05 PRO-DISCIPLINA PIC X(20).
           05 PRO-CARGA-HORARIA PIC 9(3).
           05 PRO-ANO-LETIVO PIC 9(4).
           05 PRO-UNIDADE PIC X(3).

       FD  ARQUIVO-CALENDARIO.
       01 REG-CALENDARIO.
           05 CAL-ANO-LETIVO PIC 9(4).
           05 CAL-DATA PIC 9(8).

       FD  ARQUIVO-GRADE.
           COPY "RegistroGradeHoraria.cpy".

       FD  ARQUIVO-AUSENCIA.
       01 REG-AUSENCIA.
           05 APF-PROFESSOR PIC X(8).
           05 APF-DATA PIC 9(8).
           05 APF-MOTIVO PIC X(30).

       FD  ARQUIVO-SUBST.
           COPY "RegistroSubstituicao.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-VHA PIC X(2).
       01 WS-STATUS-ENQ PIC X(2).
       01 WS-STATUS-FOP PIC X(2).
       01 WS-STATUS-PROF PIC X(2).
       01 WS-STATUS-CAL PIC X(2).
       01 WS-STATUS-GRH PIC X(2).
       01 WS-STATUS-AUS PIC X(2).
       01 WS-STATUS-SUB PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-DATA-HORA PIC X(21).
       01 WS-HOJE PIC 9(8).
       01 WS-CONFIRMA PIC X.
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-FIM-GRADE PIC X.
       01 WS-PROF-ABERTO PIC X.
       01 WS-CATEGORIA PIC X(2).
           88 WS-CATEGORIA-VALIDA VALUE "NM" "GR" "ES" "ME" "DO".
       01 WS-UNIDADE PIC X(3).
       01 WS-VIGENCIA PIC 9(8).
       01 WS-VALOR PIC 9(3)V9(2).
       01 WS-PROFESSOR PIC X(8).
       01 WS-TOTAL-LISTADO PIC 9(5).
       01 WS-COMPETENCIA PIC 9(6).
       01 WS-DATA-COMP PIC 9(6).
       01 WS-DATA-DIA PIC 9(8).
       01 WS-DIA-SEMANA PIC 9(1).
       01 WS-DIAS-NO-MES PIC 9(3).
      * Tabela de valores e enquadramentos em memoria; a busca pela
      * linha vigente e feita por aula.
       01 WS-TAB-VALORES.
           05 WS-VH-ENT OCCURS 300 TIMES.
               10 WS-VH-CATEGORIA PIC X(2).
               10 WS-VH-UNIDADE PIC X(3).
               10 WS-VH-VIGENCIA PIC 9(8).
               10 WS-VH-VALOR PIC 9(3)V9(2).
       01 WS-VH-QTD PIC 9(3) VALUE ZERO.
       01 WS-TAB-ENQ.
           05 WS-EQ-ENT OCCURS 300 TIMES.
               10 WS-EQ-PROFESSOR PIC X(8).
               10 WS-EQ-VIGENCIA PIC 9(8).
               10 WS-EQ-CATEGORIA PIC X(2).
       01 WS-EQ-QTD PIC 9(3) VALUE ZERO.
      * Ausencias do mes (professor + data).
       01 WS-TAB-AUSENCIAS.
           05 WS-AU-ENT OCCURS 200 TIMES.
               10 WS-AU-PROF PIC X(8).
               10 WS-AU-DATA PIC 9(8).
       01 WS-AU-QTD PIC 9(3) VALUE ZERO.
      * Substituicoes do mes (titular + data + periodo ->
      * substituto).
       01 WS-TAB-SUBST.
           05 WS-SB-ENT OCCURS 200 TIMES.
               10 WS-SB-TITULAR PIC X(8).
               10 WS-SB-DATA PIC 9(8).
               10 WS-SB-PERIODO PIC 9(2).
               10 WS-SB-SUBSTITUTO PIC X(8).
       01 WS-SB-QTD PIC 9(3) VALUE ZERO.
      * Folha do mes por professor.
       01 WS-TAB-PROFS.
           05 WS-TP-ENT OCCURS 60 TIMES.
               10 WS-TP-PROF PIC X(8).
               10 WS-TP-NOME PIC X(30).
               10 WS-TP-UNIDADE PIC X(3).
               10 WS-TP-CATEGORIA PIC X(2).
               10 WS-TP-REGULARES PIC 9(4).
               10 WS-TP-SUBST PIC 9(4).
               10 WS-TP-SEM-VALOR PIC 9(4).
               10 WS-TP-VALOR-AULAS PIC 9(7)V9(2).
       01 WS-TP-QTD PIC 9(2) VALUE ZERO.
       01 WS-IND PIC 9(3).
       01 WS-IND-ACHADO PIC 9(3).
       01 WS-PROF-AUSENTE PIC X.
       01 WS-SUBSTITUTO-DIA PIC X(8).
       01 WS-PROF-CREDITADO PIC X(8).
       01 WS-TIPO-CREDITO PIC X.
       01 WS-CATEGORIA-AULA PIC X(2).
       01 WS-VIGENCIA-ACHADA PIC 9(8).
       01 WS-VALOR-AULA PIC 9(3)V9(2).
      * Fracoes legais: descanso semanal remunerado de 1/6 sobre as
      * aulas do mes (professor pago por hora-aula), 1/12 de ferias
      * acrescido de 1/3 e 1/12 de 13o sobre o bruto.
       01 WS-DIVISOR-DSR PIC 9(2) VALUE 6.
       01 WS-DIVISOR-PROVISAO PIC 9(2) VALUE 12.
       01 WS-VALOR-DSR PIC 9(7)V9(2).
       01 WS-BRUTO PIC 9(7)V9(2).
       01 WS-PROV-FERIAS PIC 9(7)V9(2).
       01 WS-PROV-13 PIC 9(7)V9(2).
       01 WS-DIFERENCA PIC S9(7)V9(2).
       01 WS-TOT-AULAS PIC 9(6).
       01 WS-TOT-SEM-VALOR PIC 9(6).
       01 WS-TOT-VALOR-AULAS PIC 9(9)V9(2).
       01 WS-TOT-DSR PIC 9(9)V9(2).
       01 WS-TOT-BRUTO PIC 9(9)V9(2).
       01 WS-TOT-FERIAS PIC 9(9)V9(2).
       01 WS-TOT-13 PIC 9(9)V9(2).
       01 WS-TOT-DIFERENCA PIC S9(9)V9(2).
       01 WS-QTD-RECALCULADOS PIC 9(3).
       01 WS-ED-VALOR-HORA PIC ZZ9.99.
       01 WS-ED-VALOR PIC Z,ZZZ,ZZ9.99.
       01 WS-ED-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-DIFERENCA PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-AULAS PIC ZZZ9.
       01 WS-NOME-REL PIC X(30).
       01 WS-TITULO-REL PIC X(40).
       01 WS-LINHA-REL PIC X(80).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Folha de Professores            ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Gravar Valor da Hora-Aula     ".
           DISPLAY "2 -  Enquadrar Professor           ".
           DISPLAY "3 -  Listar Tabela e Enquadramentos".
           DISPLAY "4 -  Calcular Folha do Mes         ".
           DISPLAY "5 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM GRAVAR-VALOR
               WHEN 2
                   PERFORM ENQUADRAR-PROFESSOR
               WHEN 3
                   PERFORM LISTAR-TABELA
               WHEN 4
                   PERFORM CALCULAR-FOLHA
               WHEN 5
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

       ABRIR-VALOR.
           OPEN I-O ARQUIVO-VALOR.
           EVALUATE WS-STATUS-VHA
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-VALOR
                   CLOSE ARQUIVO-VALOR
                   OPEN I-O ARQUIVO-VALOR
               WHEN OTHER
                   DISPLAY "Erro ao abrir valor_hora_aula.idx. "
                       "STATUS=" WS-STATUS-VHA
           END-EVALUATE.

       ABRIR-ENQUADRAMENTO.
           OPEN I-O ARQUIVO-ENQUADRAMENTO.
           EVALUATE WS-STATUS-ENQ
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-ENQUADRAMENTO
                   CLOSE ARQUIVO-ENQUADRAMENTO
                   OPEN I-O ARQUIVO-ENQUADRAMENTO
               WHEN OTHER
                   DISPLAY "Erro ao abrir enquadramento_prof.idx. "
                       "STATUS=" WS-STATUS-ENQ
           END-EVALUATE.

       ABRIR-FOLHA.
           OPEN I-O ARQUIVO-FOLHA.
           EVALUATE WS-STATUS-FOP
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-FOLHA
                   CLOSE ARQUIVO-FOLHA
                   OPEN I-O ARQUIVO-FOLHA
               WHEN OTHER
                   DISPLAY "Erro ao abrir folha_professores.idx. "
                       "STATUS=" WS-STATUS-FOP
           END-EVALUATE.

       GRAVAR-VALOR.
      * Reajuste ou correcao: grava a linha com a vigencia em que o
      * valor passa a valer. Vigencia ja cadastrada para a mesma
      * categoria e unidade e corrigida no lugar; as demais linhas
      * nao se alteram.
           IF WS-PERFIL-SESSAO NOT = "B"
               DISPLAY "Permissao negada: a tabela de valores exige "
                   "perfil B."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Categoria (NM GR ES ME DO): ".
           ACCEPT WS-CATEGORIA.
           IF NOT WS-CATEGORIA-VALIDA
               DISPLAY "Categoria invalida."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Unidade (em branco = todas): ".
           MOVE SPACES TO WS-UNIDADE.
           ACCEPT WS-UNIDADE.
           DISPLAY "Inicio de vigencia (AAAAMMDD): ".
           ACCEPT WS-VIGENCIA.
           IF WS-VIGENCIA = ZERO
               DISPLAY "Vigencia obrigatoria."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Valor da hora-aula (ex: 45.80): ".
           ACCEPT WS-VALOR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           PERFORM ABRIR-VALOR.
           MOVE WS-CATEGORIA TO VHA-CATEGORIA.
           MOVE WS-UNIDADE TO VHA-UNIDADE.
           MOVE WS-VIGENCIA TO VHA-VIGENCIA.
           READ ARQUIVO-VALOR KEY IS VHA-CHAVE
               INVALID KEY
                   MOVE WS-VALOR TO VHA-VALOR
                   MOVE WS-HOJE TO VHA-DATA-CADASTRO
                   MOVE WS-OPERADOR-SESSAO TO VHA-OPERADOR
                   WRITE REG-VALOR-HORA
                   DISPLAY "Valor incluido na tabela."
               NOT INVALID KEY
                   MOVE VHA-VALOR TO WS-ED-VALOR-HORA
                   DISPLAY "Valor atual nesta vigencia: R$ "
                       WS-ED-VALOR-HORA
                   DISPLAY "Confirma a correcao (S/N)? "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       MOVE WS-VALOR TO VHA-VALOR
                       MOVE WS-HOJE TO VHA-DATA-CADASTRO
                       MOVE WS-OPERADOR-SESSAO TO VHA-OPERADOR
                       REWRITE REG-VALOR-HORA
                       DISPLAY "Valor corrigido na tabela."
                   ELSE
                       DISPLAY "Nada alterado."
                   END-IF
           END-READ.
           CLOSE ARQUIVO-VALOR.
           IF WS-VIGENCIA(1:6) < WS-HOJE(1:6)
               DISPLAY "Vigencia retroativa: recalcule as "
                   "competencias a partir de " WS-VIGENCIA(1:6) "."
           END-IF.
           PERFORM PRINCIPAL.

       ENQUADRAR-PROFESSOR.
           IF WS-PERFIL-SESSAO NOT = "B"
               DISPLAY "Permissao negada: o enquadramento exige "
                   "perfil B."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Matricula do professor: ".
           ACCEPT WS-PROFESSOR.
           OPEN INPUT ARQUIVO-PROFESSOR.
           IF WS-STATUS-PROF NOT = "00"
               DISPLAY "professores.idx indisponivel (STATUS="
                   WS-STATUS-PROF ")."
               PERFORM PRINCIPAL
           END-IF.
           MOVE WS-PROFESSOR TO PRO-MATRICULA.
           READ ARQUIVO-PROFESSOR KEY IS PRO-MATRICULA
               INVALID KEY
                   DISPLAY "Professor nao encontrado."
                   CLOSE ARQUIVO-PROFESSOR
                   PERFORM PRINCIPAL
           END-READ.
           CLOSE ARQUIVO-PROFESSOR.
           DISPLAY PRO-NOME " unidade " PRO-UNIDADE.
           DISPLAY "Categoria (NM GR ES ME DO): ".
           ACCEPT WS-CATEGORIA.
           IF NOT WS-CATEGORIA-VALIDA
               DISPLAY "Categoria invalida."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Inicio de vigencia (AAAAMMDD): ".
           ACCEPT WS-VIGENCIA.
           IF WS-VIGENCIA = ZERO
               DISPLAY "Vigencia obrigatoria."
               PERFORM PRINCIPAL
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           PERFORM ABRIR-ENQUADRAMENTO.
           MOVE WS-PROFESSOR TO ENQ-PROFESSOR.
           MOVE WS-VIGENCIA TO ENQ-VIGENCIA.
           READ ARQUIVO-ENQUADRAMENTO KEY IS ENQ-CHAVE
               INVALID KEY
                   MOVE WS-CATEGORIA TO ENQ-CATEGORIA
                   MOVE WS-HOJE TO ENQ-DATA-CADASTRO
                   MOVE WS-OPERADOR-SESSAO TO ENQ-OPERADOR
                   WRITE REG-ENQUADRAMENTO
                   DISPLAY "Enquadramento gravado."
               NOT INVALID KEY
                   MOVE WS-CATEGORIA TO ENQ-CATEGORIA
                   MOVE WS-HOJE TO ENQ-DATA-CADASTRO
                   MOVE WS-OPERADOR-SESSAO TO ENQ-OPERADOR
                   REWRITE REG-ENQUADRAMENTO
                   DISPLAY "Enquadramento corrigido."
           END-READ.
           CLOSE ARQUIVO-ENQUADRAMENTO.
           IF WS-VIGENCIA(1:6) < WS-HOJE(1:6)
               DISPLAY "Vigencia retroativa: recalcule as "
                   "competencias a partir de " WS-VIGENCIA(1:6) "."
           END-IF.
           PERFORM PRINCIPAL.

       LISTAR-TABELA.
           MOVE ZERO TO WS-TOTAL-LISTADO.
           DISPLAY "--- Valor da hora-aula ---".
           PERFORM ABRIR-VALOR.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-VALOR NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LISTADO
                       MOVE VHA-VALOR TO WS-ED-VALOR-HORA
                       DISPLAY VHA-CATEGORIA " " VHA-UNIDADE
                           " desde " VHA-VIGENCIA
                           " R$ " WS-ED-VALOR-HORA
                           " por " VHA-OPERADOR
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-VALOR.
           DISPLAY "Linhas na tabela: " WS-TOTAL-LISTADO.
           MOVE ZERO TO WS-TOTAL-LISTADO.
           DISPLAY "--- Enquadramentos ---".
           PERFORM ABRIR-ENQUADRAMENTO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ENQUADRAMENTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LISTADO
                       DISPLAY ENQ-PROFESSOR " " ENQ-CATEGORIA
                           " desde " ENQ-VIGENCIA
                           " por " ENQ-OPERADOR
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ENQUADRAMENTO.
           DISPLAY "Enquadramentos: " WS-TOTAL-LISTADO.
           PERFORM PRINCIPAL.

       CALCULAR-FOLHA.
           DISPLAY "Competencia (AAAAMM): ".
           ACCEPT WS-COMPETENCIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           MOVE ZERO TO WS-AU-QTD WS-SB-QTD WS-TP-QTD WS-VH-QTD
               WS-EQ-QTD WS-DIAS-NO-MES.
           PERFORM CARREGAR-VALORES.
           PERFORM CARREGAR-ENQUADRAMENTOS.
           PERFORM CARREGAR-AUSENCIAS.
           PERFORM CARREGAR-SUBSTITUICOES.
           IF WS-VH-QTD = ZERO
               DISPLAY "Tabela de valor da hora-aula vazia."
               PERFORM PRINCIPAL
           END-IF.

           OPEN INPUT ARQUIVO-GRADE.
           IF WS-STATUS-GRH NOT = "00"
               DISPLAY "grade_horaria.idx indisponivel (STATUS="
                   WS-STATUS-GRH ")."
               PERFORM PRINCIPAL
           END-IF.
           OPEN INPUT ARQUIVO-CALENDARIO.
           IF WS-STATUS-CAL NOT = "00"
               DISPLAY "Calendario escolar indisponivel (STATUS="
                   WS-STATUS-CAL ")."
               CLOSE ARQUIVO-GRADE
               PERFORM PRINCIPAL
           END-IF.
           MOVE "N" TO WS-PROF-ABERTO.
           OPEN INPUT ARQUIVO-PROFESSOR.
           IF WS-STATUS-PROF = "00"
               MOVE "S" TO WS-PROF-ABERTO
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CALENDARIO
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE CAL-DATA(1:6) TO WS-DATA-COMP
                       IF WS-DATA-COMP = WS-COMPETENCIA
                           ADD 1 TO WS-DIAS-NO-MES
                           MOVE CAL-DATA TO WS-DATA-DIA
                           PERFORM APURAR-DIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-CALENDARIO.
           CLOSE ARQUIVO-GRADE.
           IF WS-PROF-ABERTO = "S"
               CLOSE ARQUIVO-PROFESSOR
           END-IF.

           IF WS-DIAS-NO-MES = ZERO
               DISPLAY "Nenhum dia letivo na competencia."
               PERFORM PRINCIPAL
           END-IF.
           PERFORM GRAVAR-FOLHA.
           PERFORM EMITIR-RESUMO.
           DISPLAY "Dias letivos no mes:   " WS-DIAS-NO-MES.
           DISPLAY "Professores na folha:  " WS-TP-QTD.
           MOVE WS-TOT-BRUTO TO WS-ED-TOTAL.
           DISPLAY "Total bruto: R$ " WS-ED-TOTAL.
           IF WS-TOT-SEM-VALOR > ZERO
               DISPLAY "Aulas sem valor na tabela: "
                   WS-TOT-SEM-VALOR " (ver resumo)"
           END-IF.
           DISPLAY "Relatorios: folha_professores.rel e "
               "folha_resumo.rel".
           PERFORM PRINCIPAL.

       CARREGAR-VALORES.
           OPEN INPUT ARQUIVO-VALOR.
           IF WS-STATUS-VHA = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-VALOR NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-VH-QTD < 300
                               ADD 1 TO WS-VH-QTD
                               MOVE VHA-CATEGORIA
                                   TO WS-VH-CATEGORIA(WS-VH-QTD)
                               MOVE VHA-UNIDADE
                                   TO WS-VH-UNIDADE(WS-VH-QTD)
                               MOVE VHA-VIGENCIA
                                   TO WS-VH-VIGENCIA(WS-VH-QTD)
                               MOVE VHA-VALOR
                                   TO WS-VH-VALOR(WS-VH-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-VALOR
           END-IF.

       CARREGAR-ENQUADRAMENTOS.
           OPEN INPUT ARQUIVO-ENQUADRAMENTO.
           IF WS-STATUS-ENQ = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-ENQUADRAMENTO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-EQ-QTD < 300
                               ADD 1 TO WS-EQ-QTD
                               MOVE ENQ-PROFESSOR
                                   TO WS-EQ-PROFESSOR(WS-EQ-QTD)
                               MOVE ENQ-VIGENCIA
                                   TO WS-EQ-VIGENCIA(WS-EQ-QTD)
                               MOVE ENQ-CATEGORIA
                                   TO WS-EQ-CATEGORIA(WS-EQ-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-ENQUADRAMENTO
           END-IF.

       CARREGAR-AUSENCIAS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-AUSENCIA.
           IF WS-STATUS-AUS = "00"
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-AUSENCIA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE APF-DATA(1:6) TO WS-DATA-COMP
                           IF WS-DATA-COMP = WS-COMPETENCIA
                                   AND WS-AU-QTD < 200
                               ADD 1 TO WS-AU-QTD
                               MOVE APF-PROFESSOR
                                   TO WS-AU-PROF(WS-AU-QTD)
                               MOVE APF-DATA
                                   TO WS-AU-DATA(WS-AU-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-AUSENCIA
           END-IF.

       CARREGAR-SUBSTITUICOES.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-SUBST.
           IF WS-STATUS-SUB = "00"
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-SUBST
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE SUB-DATA(1:6) TO WS-DATA-COMP
                           IF WS-DATA-COMP = WS-COMPETENCIA
                                   AND WS-SB-QTD < 200
                               ADD 1 TO WS-SB-QTD
                               MOVE SUB-TITULAR
                                   TO WS-SB-TITULAR(WS-SB-QTD)
                               MOVE SUB-DATA
                                   TO WS-SB-DATA(WS-SB-QTD)
                               MOVE SUB-PERIODO
                                   TO WS-SB-PERIODO(WS-SB-QTD)
                               MOVE SUB-SUBSTITUTO
                                   TO WS-SB-SUBSTITUTO(WS-SB-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-SUBST
           END-IF.

       APURAR-DIA.
      * Mesma apuracao da EXPORTARHORAS: cada aula do dia da semana
      * vai ao titular presente ou ao substituto que cobriu a
      * ausencia; aula de titular ausente sem cobertura nao foi
      * dada e nao se paga.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DATA-DIA), 7).
           MOVE "N" TO WS-FIM-GRADE.
           MOVE LOW-VALUES TO GRH-CHAVE.
           START ARQUIVO-GRADE KEY IS >= GRH-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-GRADE
           END-START.
           PERFORM UNTIL WS-FIM-GRADE = "S"
               READ ARQUIVO-GRADE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-GRADE
                   NOT AT END
                       IF GRH-DIA = WS-DIA-SEMANA
                           PERFORM CREDITAR-AULA
                       END-IF
               END-READ
           END-PERFORM.

       CREDITAR-AULA.
           PERFORM CONFERIR-AUSENCIA.
           IF WS-PROF-AUSENTE = "S"
               PERFORM BUSCAR-SUBSTITUTO
               IF WS-SUBSTITUTO-DIA NOT = SPACES
                   MOVE WS-SUBSTITUTO-DIA TO WS-PROF-CREDITADO
                   MOVE "S" TO WS-TIPO-CREDITO
                   PERFORM ACUMULAR-CREDITO
               END-IF
           ELSE
               MOVE GRH-PROFESSOR TO WS-PROF-CREDITADO
               MOVE "R" TO WS-TIPO-CREDITO
               PERFORM ACUMULAR-CREDITO
           END-IF.

       CONFERIR-AUSENCIA.
           MOVE "N" TO WS-PROF-AUSENTE.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-AU-QTD
               IF WS-AU-PROF(WS-IND) = GRH-PROFESSOR
                       AND WS-AU-DATA(WS-IND) = WS-DATA-DIA
                   MOVE "S" TO WS-PROF-AUSENTE
                   MOVE WS-AU-QTD TO WS-IND
               END-IF
           END-PERFORM.

       BUSCAR-SUBSTITUTO.
           MOVE SPACES TO WS-SUBSTITUTO-DIA.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-SB-QTD
               IF WS-SB-TITULAR(WS-IND) = GRH-PROFESSOR
                       AND WS-SB-DATA(WS-IND) = WS-DATA-DIA
                       AND WS-SB-PERIODO(WS-IND) = GRH-PERIODO
                   MOVE WS-SB-SUBSTITUTO(WS-IND)
                       TO WS-SUBSTITUTO-DIA
                   MOVE WS-SB-QTD TO WS-IND
               END-IF
           END-PERFORM.

       ACUMULAR-CREDITO.
           MOVE ZERO TO WS-IND-ACHADO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TP-QTD
               IF WS-TP-PROF(WS-IND) = WS-PROF-CREDITADO
                   MOVE WS-IND TO WS-IND-ACHADO
                   MOVE WS-TP-QTD TO WS-IND
               END-IF
           END-PERFORM.
           IF WS-IND-ACHADO = ZERO AND WS-TP-QTD < 60
               ADD 1 TO WS-TP-QTD
               MOVE WS-TP-QTD TO WS-IND-ACHADO
               PERFORM INCLUIR-PROFESSOR-FOLHA
           END-IF.
           IF WS-IND-ACHADO > ZERO
               IF WS-TIPO-CREDITO = "S"
                   ADD 1 TO WS-TP-SUBST(WS-IND-ACHADO)
               ELSE
                   ADD 1 TO WS-TP-REGULARES(WS-IND-ACHADO)
               END-IF
               PERFORM PRECIFICAR-AULA
           END-IF.

       INCLUIR-PROFESSOR-FOLHA.
      * A unidade do cadastro escolhe a linha da tabela; professor
      * fora do cadastro fica sem unidade e so acha a linha geral.
           MOVE WS-PROF-CREDITADO TO WS-TP-PROF(WS-IND-ACHADO).
           MOVE SPACES TO WS-TP-NOME(WS-IND-ACHADO).
           MOVE SPACES TO WS-TP-UNIDADE(WS-IND-ACHADO).
           MOVE SPACES TO WS-TP-CATEGORIA(WS-IND-ACHADO).
           MOVE ZERO TO WS-TP-REGULARES(WS-IND-ACHADO).
           MOVE ZERO TO WS-TP-SUBST(WS-IND-ACHADO).
           MOVE ZERO TO WS-TP-SEM-VALOR(WS-IND-ACHADO).
           MOVE ZERO TO WS-TP-VALOR-AULAS(WS-IND-ACHADO).
           IF WS-PROF-ABERTO = "S"
               MOVE WS-PROF-CREDITADO TO PRO-MATRICULA
               READ ARQUIVO-PROFESSOR KEY IS PRO-MATRICULA
                   INVALID KEY
                       MOVE "(fora do cadastro)"
                           TO WS-TP-NOME(WS-IND-ACHADO)
                   NOT INVALID KEY
                       MOVE PRO-NOME TO WS-TP-NOME(WS-IND-ACHADO)
                       MOVE PRO-UNIDADE
                           TO WS-TP-UNIDADE(WS-IND-ACHADO)
               END-READ
           END-IF.

       PRECIFICAR-AULA.
      * Categoria: enquadramento de maior vigencia ate o dia da
      * aula. Valor: linha da categoria na unidade do professor de
      * maior vigencia ate o dia; sem linha na unidade vale a linha
      * geral (unidade em branco).
           MOVE SPACES TO WS-CATEGORIA-AULA.
           MOVE ZERO TO WS-VIGENCIA-ACHADA.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-EQ-QTD
               IF WS-EQ-PROFESSOR(WS-IND) = WS-PROF-CREDITADO
                       AND WS-EQ-VIGENCIA(WS-IND) <= WS-DATA-DIA
                       AND WS-EQ-VIGENCIA(WS-IND) >= WS-VIGENCIA-ACHADA
                   MOVE WS-EQ-VIGENCIA(WS-IND) TO WS-VIGENCIA-ACHADA
                   MOVE WS-EQ-CATEGORIA(WS-IND) TO WS-CATEGORIA-AULA
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-VALOR-AULA.
           IF WS-CATEGORIA-AULA NOT = SPACES
               MOVE WS-CATEGORIA-AULA
                   TO WS-TP-CATEGORIA(WS-IND-ACHADO)
               MOVE WS-TP-UNIDADE(WS-IND-ACHADO) TO WS-UNIDADE
               PERFORM BUSCAR-VALOR-VIGENTE
               IF WS-VIGENCIA-ACHADA = ZERO
                       AND WS-UNIDADE NOT = SPACES
                   MOVE SPACES TO WS-UNIDADE
                   PERFORM BUSCAR-VALOR-VIGENTE
               END-IF
           END-IF.
           IF WS-VALOR-AULA = ZERO
               ADD 1 TO WS-TP-SEM-VALOR(WS-IND-ACHADO)
           ELSE
               ADD WS-VALOR-AULA TO WS-TP-VALOR-AULAS(WS-IND-ACHADO)
           END-IF.

       BUSCAR-VALOR-VIGENTE.
           MOVE ZERO TO WS-VIGENCIA-ACHADA.
           MOVE ZERO TO WS-VALOR-AULA.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-VH-QTD
               IF WS-VH-CATEGORIA(WS-IND) = WS-CATEGORIA-AULA
                       AND WS-VH-UNIDADE(WS-IND) = WS-UNIDADE
                       AND WS-VH-VIGENCIA(WS-IND) <= WS-DATA-DIA
                       AND WS-VH-VIGENCIA(WS-IND) >= WS-VIGENCIA-ACHADA
                   MOVE WS-VH-VIGENCIA(WS-IND) TO WS-VIGENCIA-ACHADA
                   MOVE WS-VH-VALOR(WS-IND) TO WS-VALOR-AULA
               END-IF
           END-PERFORM.

       GRAVAR-FOLHA.
      * Grava o calculo de cada professor e imprime o demonstrativo.
      * Competencia ja calculada: o bruto gravado passa a anterior,
      * para o resumo mostrar a diferenca do recalculo.
           MOVE ZERO TO WS-TOT-AULAS WS-TOT-SEM-VALOR
               WS-TOT-VALOR-AULAS WS-TOT-DSR WS-TOT-BRUTO
               WS-TOT-FERIAS WS-TOT-13 WS-TOT-DIFERENCA
               WS-QTD-RECALCULADOS.
           PERFORM ABRIR-FOLHA.
           MOVE "folha_professores.rel" TO WS-NOME-REL.
           MOVE SPACES TO WS-TITULO-REL.
           STRING "DEMONSTRATIVO DA FOLHA BRUTA " WS-COMPETENCIA
               DELIMITED BY SIZE INTO WS-TITULO-REL
           END-STRING.
           CALL "REL-ABRIR" USING WS-NOME-REL WS-TITULO-REL.
           PERFORM VARYING WS-IND-ACHADO FROM 1 BY 1
                   UNTIL WS-IND-ACHADO > WS-TP-QTD
               PERFORM CALCULAR-PROFESSOR
               PERFORM GRAVAR-PROFESSOR
               PERFORM IMPRIMIR-DEMONSTRATIVO
           END-PERFORM.
           CALL "REL-FECHAR".
           CLOSE ARQUIVO-FOLHA.

       CALCULAR-PROFESSOR.
           COMPUTE WS-VALOR-DSR ROUNDED =
               WS-TP-VALOR-AULAS(WS-IND-ACHADO) / WS-DIVISOR-DSR.
           COMPUTE WS-BRUTO =
               WS-TP-VALOR-AULAS(WS-IND-ACHADO) + WS-VALOR-DSR.
           COMPUTE WS-PROV-FERIAS ROUNDED =
               WS-BRUTO / WS-DIVISOR-PROVISAO * 4 / 3.
           COMPUTE WS-PROV-13 ROUNDED =
               WS-BRUTO / WS-DIVISOR-PROVISAO.
           ADD WS-TP-REGULARES(WS-IND-ACHADO) TO WS-TOT-AULAS.
           ADD WS-TP-SUBST(WS-IND-ACHADO) TO WS-TOT-AULAS.
           ADD WS-TP-SEM-VALOR(WS-IND-ACHADO) TO WS-TOT-SEM-VALOR.
           ADD WS-TP-VALOR-AULAS(WS-IND-ACHADO) TO WS-TOT-VALOR-AULAS.
           ADD WS-VALOR-DSR TO WS-TOT-DSR.
           ADD WS-BRUTO TO WS-TOT-BRUTO.
           ADD WS-PROV-FERIAS TO WS-TOT-FERIAS.
           ADD WS-PROV-13 TO WS-TOT-13.

       GRAVAR-PROFESSOR.
           MOVE WS-COMPETENCIA TO FOP-COMPETENCIA.
           MOVE WS-TP-PROF(WS-IND-ACHADO) TO FOP-PROFESSOR.
           READ ARQUIVO-FOLHA KEY IS FOP-CHAVE
               INVALID KEY
                   MOVE ZERO TO FOP-BRUTO-ANTERIOR
                   MOVE ZERO TO FOP-DATA-CALCULO-ANTERIOR
                   PERFORM MONTAR-FOLHA-PROFESSOR
                   WRITE REG-FOLHA-PROF
               NOT INVALID KEY
                   MOVE FOP-BRUTO TO FOP-BRUTO-ANTERIOR
                   MOVE FOP-DATA-CALCULO TO FOP-DATA-CALCULO-ANTERIOR
                   PERFORM MONTAR-FOLHA-PROFESSOR
                   REWRITE REG-FOLHA-PROF
                   ADD 1 TO WS-QTD-RECALCULADOS
                   COMPUTE WS-TOT-DIFERENCA = WS-TOT-DIFERENCA
                       + FOP-BRUTO - FOP-BRUTO-ANTERIOR
           END-READ.

       MONTAR-FOLHA-PROFESSOR.
           MOVE WS-TP-CATEGORIA(WS-IND-ACHADO) TO FOP-CATEGORIA.
           MOVE WS-TP-UNIDADE(WS-IND-ACHADO) TO FOP-UNIDADE.
           MOVE WS-TP-REGULARES(WS-IND-ACHADO) TO FOP-AULAS-REGULARES.
           MOVE WS-TP-SUBST(WS-IND-ACHADO) TO FOP-AULAS-SUBST.
           MOVE WS-TP-SEM-VALOR(WS-IND-ACHADO) TO FOP-AULAS-SEM-VALOR.
           MOVE WS-TP-VALOR-AULAS(WS-IND-ACHADO) TO FOP-VALOR-AULAS.
           MOVE WS-VALOR-DSR TO FOP-VALOR-DSR.
           MOVE WS-BRUTO TO FOP-BRUTO.
           MOVE WS-PROV-FERIAS TO FOP-PROV-FERIAS.
           MOVE WS-PROV-13 TO FOP-PROV-13.
           MOVE WS-HOJE TO FOP-DATA-CALCULO.
           MOVE WS-OPERADOR-SESSAO TO FOP-OPERADOR.

       IMPRIMIR-DEMONSTRATIVO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "PROFESSOR " FOP-PROFESSOR " "
                  WS-TP-NOME(WS-IND-ACHADO)
                  " UNID " FOP-UNIDADE " CAT " FOP-CATEGORIA
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE FOP-AULAS-REGULARES TO WS-ED-AULAS.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  AULAS REGULARES ...... " WS-ED-AULAS
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE FOP-AULAS-SUBST TO WS-ED-AULAS.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  AULAS DE SUBSTITUICAO  " WS-ED-AULAS
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           IF FOP-AULAS-SEM-VALOR > ZERO
               MOVE FOP-AULAS-SEM-VALOR TO WS-ED-AULAS
               MOVE SPACES TO WS-LINHA-REL
               STRING "  AULAS SEM VALOR NA TABELA " WS-ED-AULAS
                      " (NAO PAGAS - VER ENQUADRAMENTO)"
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
           END-IF.
           MOVE FOP-VALOR-AULAS TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  VALOR DAS AULAS ...... R$ " WS-ED-VALOR
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE FOP-VALOR-DSR TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  DESCANSO SEMANAL REM.  R$ " WS-ED-VALOR
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE FOP-BRUTO TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  TOTAL BRUTO .......... R$ " WS-ED-VALOR
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE FOP-PROV-FERIAS TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  PROVISAO FERIAS + 1/3  R$ " WS-ED-VALOR
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE FOP-PROV-13 TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  PROVISAO 13O SALARIO   R$ " WS-ED-VALOR
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           IF FOP-DATA-CALCULO-ANTERIOR NOT = ZERO
                   AND FOP-BRUTO NOT = FOP-BRUTO-ANTERIOR
               COMPUTE WS-DIFERENCA = FOP-BRUTO - FOP-BRUTO-ANTERIOR
               MOVE WS-DIFERENCA TO WS-ED-DIFERENCA
               MOVE SPACES TO WS-LINHA-REL
               STRING "  DIFERENCA S/ CALCULO DE "
                      FOP-DATA-CALCULO-ANTERIOR " R$"
                      WS-ED-DIFERENCA
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       EMITIR-RESUMO.
      * Resumo para a contabilidade: totais da competencia, as
      * diferencas de recalculo por professor e o aviso das aulas
      * que ficaram sem valor.
           MOVE "folha_resumo.rel" TO WS-NOME-REL.
           MOVE SPACES TO WS-TITULO-REL.
           STRING "RESUMO DA FOLHA BRUTA " WS-COMPETENCIA
               DELIMITED BY SIZE INTO WS-TITULO-REL
           END-STRING.
           CALL "REL-ABRIR" USING WS-NOME-REL WS-TITULO-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "PROFESSORES: " WS-TP-QTD
                  "  DIAS LETIVOS: " WS-DIAS-NO-MES
                  "  AULAS DADAS: " WS-TOT-AULAS
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE WS-TOT-VALOR-AULAS TO WS-ED-TOTAL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "VALOR DAS AULAS ........ R$ " WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE WS-TOT-DSR TO WS-ED-TOTAL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "DESCANSO SEMANAL REM. .. R$ " WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE WS-TOT-BRUTO TO WS-ED-TOTAL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TOTAL BRUTO ............ R$ " WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE WS-TOT-FERIAS TO WS-ED-TOTAL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "PROVISAO FERIAS + 1/3 .. R$ " WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE WS-TOT-13 TO WS-ED-TOTAL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "PROVISAO 13O SALARIO ... R$ " WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           IF WS-QTD-RECALCULADOS > ZERO
               MOVE SPACES TO WS-LINHA-REL
               CALL "REL-LINHA" USING WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "RECALCULO: " WS-QTD-RECALCULADOS
                      " PROFESSOR(ES) JA CALCULADOS NESTA COMPETENCIA"
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
               PERFORM LISTAR-DIFERENCAS
               MOVE WS-TOT-DIFERENCA TO WS-ED-DIFERENCA
               MOVE SPACES TO WS-LINHA-REL
               STRING "DIFERENCA TOTAL A ACERTAR R$" WS-ED-DIFERENCA
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
           END-IF.
           IF WS-TOT-SEM-VALOR > ZERO
               MOVE SPACES TO WS-LINHA-REL
               CALL "REL-LINHA" USING WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "ATENCAO: " WS-TOT-SEM-VALOR
                      " AULA(S) SEM VALOR NA TABELA FORA DO BRUTO"
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
           END-IF.
           CALL "REL-FECHAR".

       LISTAR-DIFERENCAS.
           PERFORM ABRIR-FOLHA.
           PERFORM VARYING WS-IND-ACHADO FROM 1 BY 1
                   UNTIL WS-IND-ACHADO > WS-TP-QTD
               MOVE WS-COMPETENCIA TO FOP-COMPETENCIA
               MOVE WS-TP-PROF(WS-IND-ACHADO) TO FOP-PROFESSOR
               READ ARQUIVO-FOLHA KEY IS FOP-CHAVE
                   NOT INVALID KEY
                       IF FOP-DATA-CALCULO-ANTERIOR NOT = ZERO
                               AND FOP-BRUTO NOT = FOP-BRUTO-ANTERIOR
                           COMPUTE WS-DIFERENCA =
                               FOP-BRUTO - FOP-BRUTO-ANTERIOR
                           MOVE WS-DIFERENCA TO WS-ED-DIFERENCA
                           MOVE SPACES TO WS-LINHA-REL
                           STRING "  " FOP-PROFESSOR " "
                                  WS-TP-NOME(WS-IND-ACHADO)
                                  " R$" WS-ED-DIFERENCA
                                  DELIMITED BY SIZE INTO WS-LINHA-REL
                           END-STRING
                           CALL "REL-LINHA" USING WS-LINHA-REL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-FOLHA.
