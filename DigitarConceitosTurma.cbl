       IDENTIFICATION DIVISION.
           PROGRAM-ID. DIGITARCONCEITOSTURMA.
           AUTHOR. Alexandre S S Alves.

      * Digitacao de conceitos por turma, para as series avaliadas
      * por conceito (escala em escala_conceitos.idx), no mesmo molde
      * de DIGITARNOTASTURMA: o professor informa uma vez a turma, o
      * ano, a disciplina e o bimestre, e o programa desce a lista de
      * chamada de alunos.idx pedindo, para cada objetivo de
      * aprendizagem ativo da serie e disciplina
      * (objetivos_aprendizagem.idx), o codigo do conceito da escala.
      * Os conceitos vao para conceitos_aluno.idx com regravacao
      * quando a chave ja existe, e a sessao fecha com um resumo de
      * lancados e pulados. Digitar P no primeiro objetivo pula o
      * aluno sem perder o lugar na lista.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-CONCEITOS ASSIGN TO "conceitos_aluno.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNC-CHAVE
               FILE STATUS IS WS-STATUS-CNC.
           SELECT ARQUIVO-ESCALA ASSIGN TO "escala_conceitos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECO-CHAVE
               FILE STATUS IS WS-STATUS-ECO.
           SELECT ARQUIVO-OBJETIVO
               ASSIGN TO "objetivos_aprendizagem.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBJ-CHAVE
               FILE STATUS IS WS-STATUS-OBJ.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-CONCEITOS.
           COPY "RegistroConceito.cpy".

       FD  ARQUIVO-ESCALA.
           COPY "RegistroEscalaConceito.cpy".

       FD  ARQUIVO-OBJETIVO.
           COPY "RegistroObjetivo.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-CNC PIC X(2).
       01 WS-STATUS-ECO PIC X(2).
       01 WS-STATUS-OBJ PIC X(2).
       01 WS-STATUS-DISCIPLINA PIC X.
       01 WS-TURMA PIC X(10).
       01 WS-ANO-LETIVO PIC 9(4).
       01 WS-DISCIPLINA PIC X(20).
       01 WS-BIMESTRE PIC 9(1).
       01 WS-SERIE PIC 9(2).
       01 WS-CONCEITUAL PIC X.
       01 WS-ENTRADA PIC X(2).
       01 WS-CONCEITO-OK PIC X.
       01 WS-PULAR PIC X.
       01 WS-FIM-ARQUIVO PIC X VALUE "N".
       01 WS-TOTAL-LANCADOS PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-PULADOS PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-CONCEITOS PIC 9(5) VALUE ZERO.
       01 WS-TRAVA PIC X.
       01 WS-BIM-VALIDO PIC X.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-O PIC 9(2).
       01 WS-E PIC 9(2).
      * Escala da serie e objetivos ativos da disciplina, carregados
      * uma vez para a sessao.
       01 WS-TAB-ESCALA.
           05 WS-ESC-ENT OCCURS 10 TIMES.
               10 WS-ESC-CODIGO PIC X(2).
               10 WS-ESC-DESCRICAO PIC X(30).
       01 WS-ESC-QTD PIC 9(2) VALUE ZERO.
       01 WS-TAB-OBJETIVOS.
           05 WS-OBJ-ENT OCCURS 30 TIMES.
               10 WS-OBJ-SEQ PIC 9(2).
               10 WS-OBJ-DESCRICAO PIC X(60).
       01 WS-OBJ-QTD PIC 9(2) VALUE ZERO.
       01 WS-TAB-LANCADOS.
           05 WS-LAN-CONCEITO PIC X(2) OCCURS 30 TIMES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "=========================================".
           DISPLAY "   Digitacao de Conceitos por Turma".
           DISPLAY "=========================================".

           DISPLAY "Turma: ".
           ACCEPT WS-TURMA.
           CALL "SERIECONCEITUAL" USING WS-TURMA WS-SERIE
               WS-CONCEITUAL.
           IF WS-CONCEITUAL NOT = "S"
               DISPLAY "Turma " WS-TURMA " nao e avaliada por "
                   "conceito. Use DIGITARNOTASTURMA."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Ano Letivo: ".
           ACCEPT WS-ANO-LETIVO.
           DISPLAY "Disciplina (codigo ou nome oficial): ".
           ACCEPT WS-DISCIPLINA.
           CALL "VALIDARDISCIPLINA" USING WS-DISCIPLINA
               WS-STATUS-DISCIPLINA.
           IF WS-STATUS-DISCIPLINA NOT = "V"
               DISPLAY "Erro: disciplina invalida ou inativa. "
                   "Sessao cancelada."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZERO TO WS-BIMESTRE.
           PERFORM WITH TEST AFTER
               UNTIL WS-BIMESTRE >= 1 AND WS-BIMESTRE <= 4
               DISPLAY "Bimestre (1 a 4): "
               ACCEPT WS-BIMESTRE
           END-PERFORM.

      * Mesmas travas da digitacao de notas: bimestre que nao
      * comecou e bimestre fechado pela coordenacao.
           CALL "VALIDARBIMESTRE" USING WS-ANO-LETIVO WS-BIMESTRE
               WS-BIM-VALIDO.
           IF WS-BIM-VALIDO = "F"
               DISPLAY "Erro: o bimestre " WS-BIMESTRE " ainda nao "
                   "comecou pelo calendario. Sessao cancelada."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           CALL "VERIFICARTRAVA" USING WS-TURMA WS-ANO-LETIVO
               WS-BIMESTRE WS-TRAVA.
           IF WS-TRAVA = "T"
               DISPLAY "Bimestre " WS-BIMESTRE " da turma " WS-TURMA
                   " esta TRAVADO pela coordenacao."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CARREGAR-ESCALA.
           PERFORM CARREGAR-OBJETIVOS.
           IF WS-OBJ-QTD = ZERO
               DISPLAY "Serie " WS-SERIE " sem objetivos ativos em "
                   WS-DISCIPLINA ". Cadastre-os em CONCEITOS."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Sessao: turma " WS-TURMA " " WS-DISCIPLINA
               " bimestre " WS-BIMESTRE
               " objetivos " WS-OBJ-QTD.
           DISPLAY "Escala:".
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-ESC-QTD
               DISPLAY "  " WS-ESC-CODIGO(WS-E) " = "
                   WS-ESC-DESCRICAO(WS-E)
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.

           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU "). Sessao cancelada."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ARQUIVO-CONCEITOS.
           IF WS-STATUS-CNC = "35"
               OPEN OUTPUT ARQUIVO-CONCEITOS
               CLOSE ARQUIVO-CONCEITOS
               OPEN I-O ARQUIVO-CONCEITOS
           END-IF.
           IF WS-STATUS-CNC NOT = "00"
               DISPLAY "conceitos_aluno.idx indisponivel (STATUS="
                   WS-STATUS-CNC "). Sessao cancelada."
               CLOSE ARQUIVO-ALUNOS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

      * Leitura pela chave alternativa TURMA: posiciona no primeiro
      * aluno da turma e para quando a turma muda.
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
                           IF SITUACAO-ALUNO = SPACES
                                   OR SITUACAO-ALUNO = "A"
                               PERFORM DIGITAR-ALUNO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARQUIVO-ALUNOS.
           CLOSE ARQUIVO-CONCEITOS.

           DISPLAY "-----------------------------------------".
           DISPLAY "Resumo da sessao:".
           DISPLAY "  Lancados:  " WS-TOTAL-LANCADOS.
           DISPLAY "  Pulados:   " WS-TOTAL-PULADOS.
           DISPLAY "  Conceitos: " WS-TOTAL-CONCEITOS.
           DISPLAY "=========================================".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       CARREGAR-ESCALA.
           MOVE ZERO TO WS-ESC-QTD.
           OPEN INPUT ARQUIVO-ESCALA.
           IF WS-STATUS-ECO NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-SERIE TO ECO-SERIE.
           MOVE LOW-VALUES TO ECO-CODIGO.
           START ARQUIVO-ESCALA KEY IS >= ECO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ESCALA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF ECO-SERIE NOT = WS-SERIE
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF WS-ESC-QTD < 10
                               ADD 1 TO WS-ESC-QTD
                               MOVE ECO-CODIGO
                                   TO WS-ESC-CODIGO(WS-ESC-QTD)
                               MOVE ECO-DESCRICAO
                                   TO WS-ESC-DESCRICAO(WS-ESC-QTD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ESCALA.
           MOVE "N" TO WS-FIM-ARQUIVO.

       CARREGAR-OBJETIVOS.
           MOVE ZERO TO WS-OBJ-QTD.
           OPEN INPUT ARQUIVO-OBJETIVO.
           IF WS-STATUS-OBJ NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-SERIE TO OBJ-SERIE.
           MOVE WS-DISCIPLINA TO OBJ-DISCIPLINA.
           MOVE ZERO TO OBJ-SEQ.
           START ARQUIVO-OBJETIVO KEY IS >= OBJ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-OBJETIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF OBJ-SERIE NOT = WS-SERIE
                               OR OBJ-DISCIPLINA NOT = WS-DISCIPLINA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF OBJ-ATIVO AND WS-OBJ-QTD < 30
                               ADD 1 TO WS-OBJ-QTD
                               MOVE OBJ-SEQ TO WS-OBJ-SEQ(WS-OBJ-QTD)
                               MOVE OBJ-DESCRICAO
                                   TO WS-OBJ-DESCRICAO(WS-OBJ-QTD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-OBJETIVO.
           MOVE "N" TO WS-FIM-ARQUIVO.

       DIGITAR-ALUNO.
      * Todos os objetivos do aluno sao pedidos antes de gravar: o
      * pulo no primeiro objetivo nao deixa lancamento pela metade.
           DISPLAY "-----------------------------------------".
           DISPLAY "Aluno " MATRICULA-ALUNO " - " NOME-ALUNO.
           MOVE "N" TO WS-PULAR.
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-OBJ-QTD OR WS-PULAR = "S"
               PERFORM ACEITAR-CONCEITO
           END-PERFORM.
           IF WS-PULAR = "S"
               ADD 1 TO WS-TOTAL-PULADOS
               DISPLAY "  (pulado)"
           ELSE
               PERFORM VARYING WS-O FROM 1 BY 1
                       UNTIL WS-O > WS-OBJ-QTD
                   PERFORM GRAVAR-CONCEITO-ALUNO
               END-PERFORM
               ADD 1 TO WS-TOTAL-LANCADOS
           END-IF.

       ACEITAR-CONCEITO.
      * Um objetivo por vez, com o codigo conferido contra a escala
      * da serie na hora; P no primeiro objetivo pula o aluno.
           MOVE "N" TO WS-CONCEITO-OK.
           DISPLAY "  " WS-OBJ-SEQ(WS-O) " "
               WS-OBJ-DESCRICAO(WS-O)(1:50).
           PERFORM UNTIL WS-CONCEITO-OK = "S" OR WS-PULAR = "S"
               DISPLAY "    Conceito (P pula no primeiro): "
               MOVE SPACES TO WS-ENTRADA
               ACCEPT WS-ENTRADA
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA) TO WS-ENTRADA
               IF WS-ENTRADA = "P" AND WS-O = 1
                   MOVE "S" TO WS-PULAR
               ELSE
                   PERFORM VARYING WS-E FROM 1 BY 1
                           UNTIL WS-E > WS-ESC-QTD
                       IF WS-ESC-CODIGO(WS-E) = WS-ENTRADA
                           MOVE "S" TO WS-CONCEITO-OK
                       END-IF
                   END-PERFORM
                   IF WS-CONCEITO-OK = "S"
                       MOVE WS-ENTRADA TO WS-LAN-CONCEITO(WS-O)
                   ELSE
                       DISPLAY "    Conceito fora da escala da serie!"
                   END-IF
               END-IF
           END-PERFORM.

       GRAVAR-CONCEITO-ALUNO.
           MOVE MATRICULA-ALUNO TO CNC-MATRICULA.
           MOVE WS-ANO-LETIVO TO CNC-ANO-LETIVO.
           MOVE WS-DISCIPLINA TO CNC-DISCIPLINA.
           MOVE WS-BIMESTRE TO CNC-BIMESTRE.
           MOVE WS-OBJ-SEQ(WS-O) TO CNC-OBJETIVO.
           MOVE WS-LAN-CONCEITO(WS-O) TO CNC-CONCEITO.
           MOVE WS-SERIE TO CNC-SERIE.
           MOVE WS-HOJE TO CNC-DATA.
           WRITE REG-CONCEITO
               INVALID KEY
                   REWRITE REG-CONCEITO
                       INVALID KEY
                           DISPLAY "  Erro ao gravar o conceito!"
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-CONCEITOS
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CONCEITOS
           END-WRITE.
