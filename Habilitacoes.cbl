       IDENTIFICATION DIVISION.
           PROGRAM-ID. HABILITACOES.
           AUTHOR. Alexandre S S Alves.

      * Cadastro de habilitacoes dos professores (habilitacoes.idx):
      * grau, curso e area da licenciatura, numero de registro e,
      * para a autorizacao provisoria, a data de validade. A tabela
      * areas_disciplinas.idx diz quais disciplinas de
      * disciplinas.idx cada area pode lecionar. GRADEHORARIA e
      * SUBSTITUICOES avisam quando a aula vai para professor sem
      * habilitacao. O relatorio mensal (habilitacoes_mensal.rel),
      * que e o que a inspecao de ensino confere, lista as aulas da
      * grade e as substituicoes do mes dadas por professor nao
      * habilitado e as autorizacoes que vencem nos proximos 60
      * dias. Pelo menu a competencia e digitada; pelo agendador
      * (ENTRY HABILITACOES-MENSAL, job mensal) vale o mes anterior.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-HABILITACAO ASSIGN TO "habilitacoes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HAB-CHAVE
               FILE STATUS IS WS-STATUS-HAB.
           SELECT ARQUIVO-AREA-DISC ASSIGN TO "areas_disciplinas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARD-CHAVE
               FILE STATUS IS WS-STATUS-ARD.
           SELECT ARQUIVO-PROFESSOR ASSIGN TO "professores.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-MATRICULA
               FILE STATUS IS WS-STATUS-PROF.
           SELECT ARQUIVO-GRADE ASSIGN TO "grade_horaria.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRH-CHAVE
               FILE STATUS IS WS-STATUS-GRH.
           SELECT ARQUIVO-SUBST ASSIGN TO "substituicoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SUB.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-HABILITACAO.
           COPY "RegistroHabilitacao.cpy".

       FD  ARQUIVO-AREA-DISC.
           COPY "RegistroAreaDisciplina.cpy".

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

       FD  ARQUIVO-GRADE.
           COPY "RegistroGradeHoraria.cpy".

       FD  ARQUIVO-SUBST.
           COPY "RegistroSubstituicao.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-HAB PIC X(2).
       01 WS-STATUS-ARD PIC X(2).
       01 WS-STATUS-PROF PIC X(2).
       01 WS-STATUS-GRH PIC X(2).
       01 WS-STATUS-SUB PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-HOJE-DET REDEFINES WS-HOJE.
           05 WS-HOJE-ANO PIC 9(4).
           05 WS-HOJE-MES PIC 9(2).
           05 WS-HOJE-DIA PIC 9(2).
       01 WS-LIMITE-VENCIMENTO PIC 9(8).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-PROFESSOR PIC X(8).
       01 WS-AREA PIC X(10).
       01 WS-DISCIPLINA PIC X(20).
       01 WS-STATUS-DISCIPLINA PIC X.
       01 WS-STATUS-HABILITACAO PIC X.
       01 WS-PROFESSOR-OK PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-TOTAL-LISTADO PIC 9(4).
       01 WS-COMPETENCIA PIC 9(6).
       01 WS-COMPETENCIA-DET REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO PIC 9(4).
           05 WS-COMP-MES PIC 9(2).
       01 WS-DATA-COMP PIC 9(6).
       01 WS-NOME-PROF PIC X(30).
       01 WS-SITUACAO-TXT PIC X(20).
      * Pares professor x disciplina da grade, com a primeira turma
      * e o numero de aulas semanais.
       01 WS-TAB-ATRIB.
           05 WS-TA-ENT OCCURS 1000 TIMES.
               10 WS-TA-PROFESSOR PIC X(8).
               10 WS-TA-DISCIPLINA PIC X(20).
               10 WS-TA-TURMA PIC X(10).
               10 WS-TA-AULAS PIC 9(3).
       01 WS-TA-QTD PIC 9(4).
       01 WS-IND PIC 9(4).
       01 WS-IND-ACHADO PIC 9(4).
       01 WS-TOTAL-SEM-HAB PIC 9(4).
       01 WS-TOTAL-SUBST-SEM-HAB PIC 9(4).
       01 WS-TOTAL-VENCENDO PIC 9(4).
       01 WS-REL-NOME PIC X(30) VALUE "habilitacoes_mensal.rel".
       01 WS-REL-TITULO PIC X(40)
           VALUE "HABILITACAO DOS PROFESSORES - MENSAL".
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Habilitacao dos Professores     ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Incluir/Alterar Habilitacao   ".
           DISPLAY "2 -  Excluir Habilitacao           ".
           DISPLAY "3 -  Habilitacoes do Professor     ".
           DISPLAY "4 -  Incluir Area x Disciplina     ".
           DISPLAY "5 -  Excluir Area x Disciplina     ".
           DISPLAY "6 -  Tabela Area x Disciplina      ".
           DISPLAY "7 -  Relatorio Mensal              ".
           DISPLAY "8 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM GRAVAR-HABILITACAO
               WHEN 2
                   PERFORM EXCLUIR-HABILITACAO
               WHEN 3
                   PERFORM LISTAR-DO-PROFESSOR
               WHEN 4
                   PERFORM INCLUIR-AREA-DISCIPLINA
               WHEN 5
                   PERFORM EXCLUIR-AREA-DISCIPLINA
               WHEN 6
                   PERFORM LISTAR-AREAS
               WHEN 7
                   PERFORM OBTER-HOJE
                   DISPLAY "Competencia das substituicoes (AAAAMM): "
                   ACCEPT WS-COMPETENCIA
                   PERFORM RELATORIO-MENSAL
                   PERFORM PRINCIPAL
               WHEN 8
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

      * Ponto de entrada nao-interativo para o agendador de rotinas
      * (AGENDADORJOBS, job mensal): relatorio do mes anterior.
       ENTRY "HABILITACOES-MENSAL".
           MOVE ZERO TO RETURN-CODE.
           PERFORM OBTER-HOJE.
           MOVE WS-HOJE-ANO TO WS-COMP-ANO.
           MOVE WS-HOJE-MES TO WS-COMP-MES.
           IF WS-COMP-MES = 1
               MOVE 12 TO WS-COMP-MES
               SUBTRACT 1 FROM WS-COMP-ANO
           ELSE
               SUBTRACT 1 FROM WS-COMP-MES
           END-IF.
           PERFORM RELATORIO-MENSAL.
           GOBACK.

       OBTER-HOJE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.

       ABRIR-HABILITACOES.
           OPEN I-O ARQUIVO-HABILITACAO.
           EVALUATE WS-STATUS-HAB
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-HABILITACAO
                   CLOSE ARQUIVO-HABILITACAO
                   OPEN I-O ARQUIVO-HABILITACAO
               WHEN OTHER
                   DISPLAY "Erro ao abrir habilitacoes.idx. STATUS="
                       WS-STATUS-HAB
           END-EVALUATE.

       ABRIR-AREAS.
           OPEN I-O ARQUIVO-AREA-DISC.
           EVALUATE WS-STATUS-ARD
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-AREA-DISC
                   CLOSE ARQUIVO-AREA-DISC
                   OPEN I-O ARQUIVO-AREA-DISC
               WHEN OTHER
                   DISPLAY "Erro ao abrir areas_disciplinas.idx. "
                       "STATUS=" WS-STATUS-ARD
           END-EVALUATE.

       CONFERIR-PROFESSOR.
           MOVE "N" TO WS-PROFESSOR-OK.
           MOVE SPACES TO WS-NOME-PROF.
           OPEN INPUT ARQUIVO-PROFESSOR.
           IF WS-STATUS-PROF NOT = "00"
               DISPLAY "Erro: professores.idx indisponivel (STATUS="
                   WS-STATUS-PROF ")."
           ELSE
               MOVE WS-PROFESSOR TO PRO-MATRICULA
               READ ARQUIVO-PROFESSOR KEY IS PRO-MATRICULA
                   INVALID KEY
                       DISPLAY "Erro: professor nao encontrado."
                   NOT INVALID KEY
                       DISPLAY "Professor: " PRO-NOME
                       MOVE PRO-NOME TO WS-NOME-PROF
                       MOVE "S" TO WS-PROFESSOR-OK
               END-READ
               CLOSE ARQUIVO-PROFESSOR
           END-IF.

       GRAVAR-HABILITACAO.
           PERFORM OBTER-HOJE.
           DISPLAY "Matricula do Professor: ".
           ACCEPT WS-PROFESSOR.
           PERFORM CONFERIR-PROFESSOR.
           IF WS-PROFESSOR-OK NOT = "S"
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Area de habilitacao (ex: LETRAS, MATEMATICA): ".
           ACCEPT WS-AREA.
           IF WS-AREA = SPACES
               DISPLAY "Erro: area obrigatoria."
               PERFORM PRINCIPAL
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-AREA) TO WS-AREA.
           PERFORM ABRIR-HABILITACOES.
           IF WS-STATUS-HAB NOT = "00"
               PERFORM PRINCIPAL
           END-IF.
           MOVE WS-PROFESSOR TO HAB-PROFESSOR.
           MOVE WS-AREA TO HAB-AREA.
           READ ARQUIVO-HABILITACAO KEY IS HAB-CHAVE
               INVALID KEY
                   MOVE "N" TO WS-CONFIRMA
               NOT INVALID KEY
                   MOVE "S" TO WS-CONFIRMA
                   DISPLAY "Habilitacao ja cadastrada; sera alterada."
           END-READ.
           MOVE WS-PROFESSOR TO HAB-PROFESSOR.
           MOVE WS-AREA TO HAB-AREA.
           MOVE SPACE TO HAB-TIPO.
           PERFORM UNTIL HAB-DEFINITIVA OR HAB-PROVISORIA
               DISPLAY "Tipo (D=definitiva P=autorizacao "
                   "provisoria): "
               ACCEPT HAB-TIPO
           END-PERFORM.
           MOVE SPACE TO HAB-GRAU.
           PERFORM UNTIL HAB-LICENCIATURA OR HAB-BACHARELADO
                   OR HAB-TECNOLOGO OR HAB-MAGISTERIO
               DISPLAY "Grau (L=licenciatura B=bacharelado "
                   "T=tecnologo M=magisterio): "
               ACCEPT HAB-GRAU
           END-PERFORM.
           DISPLAY "Curso: ".
           ACCEPT HAB-CURSO.
           DISPLAY "Numero de registro: ".
           ACCEPT HAB-REGISTRO.
           MOVE ZERO TO HAB-VALIDADE.
           IF HAB-PROVISORIA
               PERFORM UNTIL HAB-VALIDADE NOT = ZERO
                   DISPLAY "Validade da autorizacao (AAAAMMDD): "
                   ACCEPT HAB-VALIDADE
                   IF FUNCTION TEST-DATE-YYYYMMDD(HAB-VALIDADE)
                           NOT = ZERO
                       DISPLAY "Data invalida."
                       MOVE ZERO TO HAB-VALIDADE
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-HOJE TO HAB-DATA-CADASTRO.
           MOVE WS-OPERADOR-SESSAO TO HAB-OPERADOR.
           IF WS-CONFIRMA = "S"
               REWRITE REG-HABILITACAO
               DISPLAY "Habilitacao alterada."
           ELSE
               WRITE REG-HABILITACAO
                   INVALID KEY
                       DISPLAY "Erro ao gravar a habilitacao."
                   NOT INVALID KEY
                       DISPLAY "Habilitacao incluida."
               END-WRITE
           END-IF.
           CLOSE ARQUIVO-HABILITACAO.
           PERFORM PRINCIPAL.

       EXCLUIR-HABILITACAO.
           DISPLAY "Matricula do Professor: ".
           ACCEPT WS-PROFESSOR.
           DISPLAY "Area de habilitacao: ".
           ACCEPT WS-AREA.
           MOVE FUNCTION UPPER-CASE(WS-AREA) TO WS-AREA.
           PERFORM ABRIR-HABILITACOES.
           IF WS-STATUS-HAB NOT = "00"
               PERFORM PRINCIPAL
           END-IF.
           MOVE WS-PROFESSOR TO HAB-PROFESSOR.
           MOVE WS-AREA TO HAB-AREA.
           READ ARQUIVO-HABILITACAO KEY IS HAB-CHAVE
               INVALID KEY
                   DISPLAY "Habilitacao nao encontrada."
               NOT INVALID KEY
                   DISPLAY HAB-AREA " " HAB-CURSO " reg " HAB-REGISTRO
                   DISPLAY "Confirma a exclusao? (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       DELETE ARQUIVO-HABILITACAO
                       DISPLAY "Habilitacao excluida."
                   ELSE
                       DISPLAY "Exclusao cancelada"
                   END-IF
           END-READ.
           CLOSE ARQUIVO-HABILITACAO.
           PERFORM PRINCIPAL.

       LISTAR-DO-PROFESSOR.
           PERFORM OBTER-HOJE.
           DISPLAY "Matricula do Professor: ".
           ACCEPT WS-PROFESSOR.
           MOVE ZERO TO WS-TOTAL-LISTADO.
           OPEN INPUT ARQUIVO-HABILITACAO.
           IF WS-STATUS-HAB NOT = "00"
               DISPLAY "Nenhuma habilitacao cadastrada."
               PERFORM PRINCIPAL
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-PROFESSOR TO HAB-PROFESSOR.
           MOVE LOW-VALUES TO HAB-AREA.
           START ARQUIVO-HABILITACAO KEY IS >= HAB-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-HABILITACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF HAB-PROFESSOR NOT = WS-PROFESSOR
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           ADD 1 TO WS-TOTAL-LISTADO
                           DISPLAY HAB-AREA " " HAB-TIPO "/" HAB-GRAU
                               " " HAB-CURSO " reg " HAB-REGISTRO
                           IF HAB-VALIDADE NOT = ZERO
                               IF HAB-VALIDADE < WS-HOJE
                                   DISPLAY "    VENCIDA EM "
                                       HAB-VALIDADE
                               ELSE
                                   DISPLAY "    valida ate "
                                       HAB-VALIDADE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-HABILITACAO.
           DISPLAY "Habilitacoes: " WS-TOTAL-LISTADO.
           PERFORM PRINCIPAL.

       INCLUIR-AREA-DISCIPLINA.
           DISPLAY "Area de habilitacao: ".
           ACCEPT WS-AREA.
           MOVE FUNCTION UPPER-CASE(WS-AREA) TO WS-AREA.
           DISPLAY "Disciplina (codigo ou nome oficial): ".
           ACCEPT WS-DISCIPLINA.
           CALL "VALIDARDISCIPLINA" USING WS-DISCIPLINA
               WS-STATUS-DISCIPLINA.
           IF WS-AREA = SPACES OR WS-STATUS-DISCIPLINA NOT = "V"
               DISPLAY "Erro: area em branco ou disciplina invalida "
                   "ou inativa."
               PERFORM PRINCIPAL
           END-IF.
           PERFORM ABRIR-AREAS.
           IF WS-STATUS-ARD NOT = "00"
               PERFORM PRINCIPAL
           END-IF.
           MOVE WS-AREA TO ARD-AREA.
           MOVE WS-DISCIPLINA TO ARD-DISCIPLINA.
           WRITE REG-AREA-DISCIPLINA
               INVALID KEY
                   DISPLAY "A area ja leciona essa disciplina."
               NOT INVALID KEY
                   DISPLAY "Area " WS-AREA " habilitada para "
                       WS-DISCIPLINA
           END-WRITE.
           CLOSE ARQUIVO-AREA-DISC.
           PERFORM PRINCIPAL.

       EXCLUIR-AREA-DISCIPLINA.
           DISPLAY "Area de habilitacao: ".
           ACCEPT WS-AREA.
           MOVE FUNCTION UPPER-CASE(WS-AREA) TO WS-AREA.
           DISPLAY "Disciplina (codigo ou nome oficial): ".
           ACCEPT WS-DISCIPLINA.
           CALL "VALIDARDISCIPLINA" USING WS-DISCIPLINA
               WS-STATUS-DISCIPLINA.
           PERFORM ABRIR-AREAS.
           IF WS-STATUS-ARD NOT = "00"
               PERFORM PRINCIPAL
           END-IF.
           MOVE WS-AREA TO ARD-AREA.
           MOVE WS-DISCIPLINA TO ARD-DISCIPLINA.
           DELETE ARQUIVO-AREA-DISC
               INVALID KEY
                   DISPLAY "Combinacao nao encontrada."
               NOT INVALID KEY
                   DISPLAY "Combinacao excluida."
           END-DELETE.
           CLOSE ARQUIVO-AREA-DISC.
           PERFORM PRINCIPAL.

       LISTAR-AREAS.
           MOVE ZERO TO WS-TOTAL-LISTADO.
           OPEN INPUT ARQUIVO-AREA-DISC.
           IF WS-STATUS-ARD NOT = "00"
               DISPLAY "Tabela de areas vazia."
               PERFORM PRINCIPAL
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-AREA-DISC NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LISTADO
                       DISPLAY ARD-AREA " -> " ARD-DISCIPLINA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-AREA-DISC.
           DISPLAY "Combinacoes: " WS-TOTAL-LISTADO.
           PERFORM PRINCIPAL.

       RELATORIO-MENSAL.
           MOVE ZERO TO WS-TOTAL-SEM-HAB.
           MOVE ZERO TO WS-TOTAL-SUBST-SEM-HAB.
           MOVE ZERO TO WS-TOTAL-VENCENDO.
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + 60)
               TO WS-LIMITE-VENCIMENTO.
           PERFORM CARREGAR-ATRIBUICOES.
           MOVE "N" TO WS-PROFESSOR-OK.
           OPEN INPUT ARQUIVO-PROFESSOR.
           IF WS-STATUS-PROF = "00"
               MOVE "S" TO WS-PROFESSOR-OK
           END-IF.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           STRING "EMITIDO EM " WS-HOJE "   SUBSTITUICOES DE "
                  WS-COMPETENCIA
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "1. AULAS DA GRADE COM PROFESSOR NAO HABILITADO"
               TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TA-QTD
               CALL "VERIFICARHABILITACAO" USING
                   WS-TA-PROFESSOR(WS-IND) WS-TA-DISCIPLINA(WS-IND)
                   WS-HOJE WS-STATUS-HABILITACAO
               IF WS-STATUS-HABILITACAO = "N"
                       OR WS-STATUS-HABILITACAO = "V"
                   ADD 1 TO WS-TOTAL-SEM-HAB
                   MOVE WS-TA-PROFESSOR(WS-IND) TO WS-PROFESSOR
                   PERFORM BUSCAR-NOME-PROFESSOR
                   PERFORM MONTAR-SITUACAO
                   STRING WS-TA-PROFESSOR(WS-IND) " "
                          WS-NOME-PROF(1:24) " "
                          WS-TA-DISCIPLINA(WS-IND) " "
                          WS-SITUACAO-TXT
                       DELIMITED BY SIZE INTO WS-REL-LINHA
                   END-STRING
                   PERFORM ESCREVER-LINHA
                   STRING "    TURMA " WS-TA-TURMA(WS-IND)
                          " AULAS/SEMANA " WS-TA-AULAS(WS-IND)
                       DELIMITED BY SIZE INTO WS-REL-LINHA
                   END-STRING
                   PERFORM ESCREVER-LINHA
               END-IF
           END-PERFORM.
           IF WS-TOTAL-SEM-HAB = ZERO
               MOVE "NENHUMA." TO WS-REL-LINHA
               PERFORM ESCREVER-LINHA
           END-IF.
           PERFORM ESCREVER-LINHA.
           MOVE "2. SUBSTITUICOES DO MES POR PROFESSOR NAO HABILITADO"
               TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           PERFORM RELATAR-SUBSTITUICOES.
           IF WS-TOTAL-SUBST-SEM-HAB = ZERO
               MOVE "NENHUMA." TO WS-REL-LINHA
               PERFORM ESCREVER-LINHA
           END-IF.
           PERFORM ESCREVER-LINHA.
           MOVE "3. AUTORIZACOES QUE VENCEM NOS PROXIMOS 60 DIAS"
               TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           PERFORM RELATAR-VENCIMENTOS.
           IF WS-TOTAL-VENCENDO = ZERO
               MOVE "NENHUMA." TO WS-REL-LINHA
               PERFORM ESCREVER-LINHA
           END-IF.
           CALL "REL-FECHAR".
           IF WS-PROFESSOR-OK = "S"
               CLOSE ARQUIVO-PROFESSOR
           END-IF.
           DISPLAY "Aulas com professor nao habilitado: "
               WS-TOTAL-SEM-HAB.
           DISPLAY "Substituicoes sem habilitacao:      "
               WS-TOTAL-SUBST-SEM-HAB.
           DISPLAY "Autorizacoes vencendo em 60 dias:   "
               WS-TOTAL-VENCENDO.
           DISPLAY "Relatorio: habilitacoes_mensal.rel".

       CARREGAR-ATRIBUICOES.
      * A grade e lida inteira; cada professor x disciplina entra
      * uma vez so na tabela, somando as aulas da semana.
           MOVE ZERO TO WS-TA-QTD.
           OPEN INPUT ARQUIVO-GRADE.
           IF WS-STATUS-GRH NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-GRADE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM ACUMULAR-ATRIBUICAO
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-GRADE.

       ACUMULAR-ATRIBUICAO.
           MOVE ZERO TO WS-IND-ACHADO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TA-QTD OR WS-IND-ACHADO > ZERO
               IF WS-TA-PROFESSOR(WS-IND) = GRH-PROFESSOR
                       AND WS-TA-DISCIPLINA(WS-IND) = GRH-DISCIPLINA
                   MOVE WS-IND TO WS-IND-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IND-ACHADO = ZERO AND WS-TA-QTD < 1000
               ADD 1 TO WS-TA-QTD
               MOVE WS-TA-QTD TO WS-IND-ACHADO
               MOVE GRH-PROFESSOR TO WS-TA-PROFESSOR(WS-IND-ACHADO)
               MOVE GRH-DISCIPLINA TO WS-TA-DISCIPLINA(WS-IND-ACHADO)
               MOVE GRH-TURMA TO WS-TA-TURMA(WS-IND-ACHADO)
               MOVE ZERO TO WS-TA-AULAS(WS-IND-ACHADO)
           END-IF.
           IF WS-IND-ACHADO > ZERO
               ADD 1 TO WS-TA-AULAS(WS-IND-ACHADO)
           END-IF.

       RELATAR-SUBSTITUICOES.
      * A habilitacao do substituto e conferida na data da aula.
           OPEN INPUT ARQUIVO-SUBST.
           IF WS-STATUS-SUB NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-SUBST
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE SUB-DATA(1:6) TO WS-DATA-COMP
                       IF WS-DATA-COMP = WS-COMPETENCIA
                           PERFORM CONFERIR-SUBSTITUICAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-SUBST.

       CONFERIR-SUBSTITUICAO.
           CALL "VERIFICARHABILITACAO" USING SUB-SUBSTITUTO
               SUB-DISCIPLINA SUB-DATA WS-STATUS-HABILITACAO.
           IF WS-STATUS-HABILITACAO = "N"
                   OR WS-STATUS-HABILITACAO = "V"
               ADD 1 TO WS-TOTAL-SUBST-SEM-HAB
               MOVE SUB-SUBSTITUTO TO WS-PROFESSOR
               PERFORM BUSCAR-NOME-PROFESSOR
               PERFORM MONTAR-SITUACAO
               STRING SUB-DATA " P" SUB-PERIODO " "
                      SUB-SUBSTITUTO " " WS-NOME-PROF(1:20) " "
                      WS-SITUACAO-TXT
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
               STRING "    " SUB-DISCIPLINA " TURMA " SUB-TURMA
                      " TITULAR " SUB-TITULAR
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           END-IF.

       RELATAR-VENCIMENTOS.
           OPEN INPUT ARQUIVO-HABILITACAO.
           IF WS-STATUS-HAB NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-HABILITACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF HAB-VALIDADE NOT = ZERO
                               AND HAB-VALIDADE >= WS-HOJE
                               AND HAB-VALIDADE <= WS-LIMITE-VENCIMENTO
                           ADD 1 TO WS-TOTAL-VENCENDO
                           MOVE HAB-PROFESSOR TO WS-PROFESSOR
                           PERFORM BUSCAR-NOME-PROFESSOR
                           STRING HAB-PROFESSOR " "
                                  WS-NOME-PROF(1:24) " " HAB-AREA
                                  " VENCE " HAB-VALIDADE
                               DELIMITED BY SIZE INTO WS-REL-LINHA
                           END-STRING
                           PERFORM ESCREVER-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-HABILITACAO.

       BUSCAR-NOME-PROFESSOR.
           MOVE "(NAO CADASTRADO)" TO WS-NOME-PROF.
           IF WS-PROFESSOR-OK = "S"
               MOVE WS-PROFESSOR TO PRO-MATRICULA
               READ ARQUIVO-PROFESSOR KEY IS PRO-MATRICULA
                   NOT INVALID KEY
                       MOVE PRO-NOME TO WS-NOME-PROF
               END-READ
           END-IF.

       MONTAR-SITUACAO.
           IF WS-STATUS-HABILITACAO = "V"
               MOVE "AUTORIZ. VENCIDA" TO WS-SITUACAO-TXT
           ELSE
               MOVE "SEM HABILITACAO" TO WS-SITUACAO-TXT
           END-IF.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
