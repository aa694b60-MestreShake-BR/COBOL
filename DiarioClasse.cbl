      * das aulas registradas), entao CALCFREQUENCIA e
      * PROMOVERALUNOS seguem funcionando sem mudanca; e o
      * percentual por disciplina sai direto de presenca_aula.dat.
      * Aula de eletiva (o codigo da eletiva no lugar da turma na
      * grade) faz a chamada sobre os inscritos com vaga confirmada.
      * Aluno que saiu antes pela portaria, ou chegou depois do
      * periodo, entra ausente na chamada sem pergunta ao professor
      * (movimento de portaria.idx, via PORTARIAAUSENTE).
      * A aula registrada aponta o topico do plano de ensino
      * (plano_ensino.idx) da turma e disciplina no bimestre da data
      * (bimestres.dat, ou informado quando o calendario nao tem o
      * bimestre); topico zero e aula fora do plano. A cobertura do
      * plano sai em PLANOENSINO.cbl.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRH-CHAVE
               FILE STATUS IS WS-STATUS-GRH.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-PRESENCA ASSIGN TO "presenca_aula.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "calendario_escolar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAL.
           SELECT ARQUIVO-PLANO ASSIGN TO "plano_ensino.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLE-CHAVE
               FILE STATUS IS WS-STATUS-PLE.
           SELECT ARQUIVO-BIMESTRES ASSIGN TO "bimestres.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BIM.

       DATA DIVISION.
       FILE SECTION.
           05 CAL-ANO-LETIVO PIC 9(4).
           05 CAL-DATA PIC 9(8).

       FD  ARQUIVO-PLANO.
           COPY "RegistroPlanoEnsino.cpy".

       FD  ARQUIVO-BIMESTRES.
       01 LINHA-BIMESTRE PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS PIC X(2).
       01 WS-TE-QTD PIC 9(3).
       01 WS-IND-E PIC 9(3).
       01 WS-JA-EXISTE PIC X.
       01 WS-ELETIVA PIC X.
       01 WS-ANO-ELETIVA PIC 9(4).
       01 WS-DISC-ELETIVA PIC X(20).
       01 WS-DA-AULA PIC X.
       01 WS-MATRICULA-AULA PIC 9(5).
       01 WS-FORA-PORTARIA PIC X.
       01 WS-HORA-PORTARIA PIC 9(4).
       01 WS-STATUS-PLE PIC X(2).
       01 WS-STATUS-BIM PIC X(2).
       01 WS-CAMPOS-BIM.
           05 WS-CAMPO-BIM PIC X(10) OCCURS 4 TIMES.
       01 WS-BIMESTRE PIC 9(1).
       01 WS-TOPICO PIC 9(2).
       01 WS-TOPICOS-PLANO PIC 9(3).
       01 WS-TOPICO-OK PIC X.

       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE GRH-DISCIPLINA TO DIA-DISCIPLINA.
           DISPLAY "Conteudo ministrado: ".
           ACCEPT DIA-CONTEUDO.
           PERFORM APONTAR-TOPICO-PLANO.
           WRITE REG-DIARIO
               INVALID KEY
                   DISPLAY "Aula ja registrada; conteudo regravado."
           PERFORM CHAMADA-DA-AULA.
           PERFORM PRINCIPAL.

       BIMESTRE-DA-AULA.
      * Bimestre de bimestres.dat (linhas ANO;BIM;INICIO;FIM) cujo
      * periodo contem a data da aula; zero quando nao cadastrado.
           MOVE ZERO TO WS-BIMESTRE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-BIMESTRES.
           IF WS-STATUS-BIM NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-BIMESTRES
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-BIM
                       UNSTRING LINHA-BIMESTRE DELIMITED BY ";"
                           INTO WS-CAMPO-BIM(1) WS-CAMPO-BIM(2)
                                WS-CAMPO-BIM(3) WS-CAMPO-BIM(4)
                       END-UNSTRING
                       IF WS-CAMPO-BIM(1)(1:4) = WS-ANO-AULA
                               AND WS-CAMPO-BIM(2)(1:1) IS NUMERIC
                               AND WS-CAMPO-BIM(3)(1:8) IS NUMERIC
                               AND WS-CAMPO-BIM(4)(1:8) IS NUMERIC
                           IF WS-DATA-AULA >= WS-CAMPO-BIM(3)(1:8)
                               AND WS-DATA-AULA <= WS-CAMPO-BIM(4)(1:8)
                               MOVE WS-CAMPO-BIM(2)(1:1) TO WS-BIMESTRE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-BIMESTRES.

       APONTAR-TOPICO-PLANO.
      * Mostra os topicos do plano da turma e disciplina no bimestre
      * e pede o topico dado; sem plano a aula fica fora do plano.
           MOVE ZERO TO DIA-TOPICO.
           PERFORM BIMESTRE-DA-AULA.
           PERFORM UNTIL WS-BIMESTRE >= 1 AND WS-BIMESTRE <= 4
               DISPLAY "Data fora dos bimestres do calendario. "
                   "Bimestre da aula (1 a 4): "
               ACCEPT WS-BIMESTRE
           END-PERFORM.
           MOVE WS-BIMESTRE TO DIA-BIMESTRE.
           MOVE ZERO TO WS-TOPICOS-PLANO.
           OPEN INPUT ARQUIVO-PLANO.
           IF WS-STATUS-PLE = "00"
               PERFORM LISTAR-TOPICOS-AULA
               CLOSE ARQUIVO-PLANO
           END-IF.
           IF WS-TOPICOS-PLANO = ZERO
               DISPLAY "Sem plano de ensino para a turma e disciplina "
                   "no bimestre " WS-BIMESTRE "; aula fora do plano."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-TOPICO-OK.
           PERFORM UNTIL WS-TOPICO-OK = "S"
               DISPLAY "Topico dado (zero = fora do plano): "
               MOVE ZERO TO WS-TOPICO
               ACCEPT WS-TOPICO
               PERFORM CONFERIR-TOPICO-AULA
           END-PERFORM.
           MOVE WS-TOPICO TO DIA-TOPICO.

       LISTAR-TOPICOS-AULA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-ANO-AULA TO PLE-ANO-LETIVO.
           MOVE WS-PROFESSOR TO PLE-PROFESSOR.
           MOVE GRH-TURMA TO PLE-TURMA.
           MOVE GRH-DISCIPLINA TO PLE-DISCIPLINA.
           MOVE WS-BIMESTRE TO PLE-BIMESTRE.
           MOVE ZERO TO PLE-TOPICO.
           START ARQUIVO-PLANO KEY IS >= PLE-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-PLANO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF PLE-ANO-LETIVO NOT = WS-ANO-AULA
                               OR PLE-PROFESSOR NOT = WS-PROFESSOR
                               OR PLE-TURMA NOT = GRH-TURMA
                               OR PLE-DISCIPLINA NOT = GRH-DISCIPLINA
                               OR PLE-BIMESTRE NOT = WS-BIMESTRE
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           ADD 1 TO WS-TOPICOS-PLANO
                           DISPLAY "  " PLE-TOPICO " - " PLE-DESCRICAO
                               " (" PLE-AULAS-PREVISTAS " aulas)"
                       END-IF
               END-READ
           END-PERFORM.

       CONFERIR-TOPICO-AULA.
           IF WS-TOPICO = ZERO
               MOVE "S" TO WS-TOPICO-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQUIVO-PLANO.
           MOVE WS-ANO-AULA TO PLE-ANO-LETIVO.
           MOVE WS-PROFESSOR TO PLE-PROFESSOR.
           MOVE GRH-TURMA TO PLE-TURMA.
           MOVE GRH-DISCIPLINA TO PLE-DISCIPLINA.
           MOVE WS-BIMESTRE TO PLE-BIMESTRE.
           MOVE WS-TOPICO TO PLE-TOPICO.
           READ ARQUIVO-PLANO KEY IS PLE-CHAVE
               INVALID KEY
                   DISPLAY "Topico nao consta do plano."
               NOT INVALID KEY
                   MOVE "S" TO WS-TOPICO-OK
           END-READ.
           CLOSE ARQUIVO-PLANO.

       CHAMADA-DA-AULA.
           MOVE ZERO TO WS-TOTAL-CHAMADA.
           MOVE "N" TO WS-FIM-ALUNOS.
           CALL "ELETIVAGRUPO" USING DIA-TURMA WS-ELETIVA
               WS-ANO-ELETIVA WS-DISC-ELETIVA.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU "). Chamada nao registrada."
           ELSE
               OPEN EXTEND ARQUIVO-PRESENCA
               IF WS-STATUS-PAU = "35"
                   OPEN OUTPUT ARQUIVO-PRESENCA
               END-IF
               PERFORM POSICIONAR-ALUNOS-DA-AULA
               PERFORM UNTIL WS-FIM-ALUNOS = "S"
                   READ ARQUIVO-ALUNOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ALUNOS
                       NOT AT END
                           IF WS-ELETIVA NOT = "S"
                                   AND TURMA NOT = DIA-TURMA
                               MOVE "S" TO WS-FIM-ALUNOS
                           END-IF
                           IF WS-FIM-ALUNOS = "N" AND
                                  (SITUACAO-ALUNO = SPACES
                                   OR SITUACAO-ALUNO = "A")
                               PERFORM CONFERIR-ALUNO-DA-AULA
                               IF WS-DA-AULA = "S"
                                   PERFORM PERGUNTAR-PRESENCA-AULA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   WS-TOTAL-CHAMADA " aluno(s)."
           END-IF.

       POSICIONAR-ALUNOS-DA-AULA.
      * Turma regular: leitura pela chave alternativa TURMA, so os
      * alunos da turma. Grupo de eletiva junta alunos de varias
      * turmas, entao percorre o cadastro inteiro e a inscricao
      * decide quem esta na aula.
           IF WS-ELETIVA NOT = "S"
               MOVE DIA-TURMA TO TURMA
               START ARQUIVO-ALUNOS KEY IS = TURMA
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ALUNOS
               END-START
           END-IF.

       CONFERIR-ALUNO-DA-AULA.
           MOVE "N" TO WS-DA-AULA.
           IF WS-ELETIVA = "S"
               MOVE MATRICULA-ALUNO TO WS-MATRICULA-AULA
               CALL "INSCRITOELETIVA" USING WS-MATRICULA-AULA
                   DIA-TURMA WS-DA-AULA
           ELSE
               IF TURMA = DIA-TURMA
                   MOVE "S" TO WS-DA-AULA
               END-IF
           END-IF.

       PERGUNTAR-PRESENCA-AULA.
           MOVE MATRICULA-ALUNO TO WS-MATRICULA-AULA.
           CALL "PORTARIAAUSENTE" USING WS-MATRICULA-AULA
               WS-DATA-AULA WS-PERIODO WS-FORA-PORTARIA
               WS-HORA-PORTARIA.
           IF WS-FORA-PORTARIA = "S"
               DISPLAY "Aluno " MATRICULA-ALUNO " - " NOME-ALUNO
                   " ausente: movimento na portaria as "
                   WS-HORA-PORTARIA "."
               MOVE "N" TO WS-PRESENTE
           ELSE
               DISPLAY "Aluno " MATRICULA-ALUNO " - " NOME-ALUNO
                   " presente nesta aula? (S/N): "
               ACCEPT WS-PRESENTE
           END-IF.
           IF WS-PRESENTE = "s"
               MOVE "S" TO WS-PRESENTE
           END-IF.
                               " " DIA-TURMA
                               " " DIA-DISCIPLINA
                           DISPLAY "  " DIA-CONTEUDO
                           IF DIA-TOPICO IS NUMERIC
                                   AND DIA-TOPICO NOT = ZERO
                               DISPLAY "  Bimestre " DIA-BIMESTRE
                                   " topico do plano " DIA-TOPICO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
