       IDENTIFICATION DIVISION.
           PROGRAM-ID. BAIXANEGATIVACAO.
           AUTHOR. Alexandre S S Alves.

      * Baixa de divida negativada (negativacoes.idx), chamada no
      * momento em que a cobranca deixa de estar em aberto: baixa
      * bancaria e recebimento em caixa de MENSALIDADES.cbl,
      * aplicacao de suspenso em SUSPENSOS.cbl e acordo firmado em
      * ACORDOS.cbl. A lei manda tirar o nome do cadastro logo que a
      * divida e paga, entao a exclusao sai na hora, sem esperar o
      * lote da noite:
      *   - divida so avisada (ainda no prazo) e cancelada, nunca
      *     vai ao bureau;
      *   - divida incluida vira exclusao pendente e o lote de
      *     exclusao e acrescentado em negativacao_exclusao.txt,
      *     com data e lote gravados no registro como prova.
      * Cobranca sem registro de negativacao nao faz nada.
      * LK-MOTIVO: P = paga, A = absorvida por acordo.
      * A entrada NEGATIVACAO-EXCLUSOES so emite o lote com as
      * exclusoes que ficaram pendentes (conferencia de
      * NEGATIVACAO.cbl).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-NEGATIVACAO ASSIGN TO "negativacoes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEG-CHAVE
               FILE STATUS IS WS-STATUS-NEG.
           SELECT ARQUIVO-EXCLUSAO
               ASSIGN TO "negativacao_exclusao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-NEGATIVACAO.
           COPY "RegistroNegativacao.cpy".

       FD  ARQUIVO-EXCLUSAO.
           COPY "LayoutNegativacao.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-NEG PIC X(2).
       01 WS-STATUS-EXC PIC X(2).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-EMITIR PIC X.
       01 WS-LOTE-NOVO PIC 9(6).
       01 WS-QTD-PENDENTES PIC 9(6).
       01 WS-QTD-LOTE PIC 9(6).
       01 WS-VALOR-LOTE PIC 9(9)V9(2).

       LINKAGE SECTION.
       01 LK-MATRICULA PIC 9(5).
       01 LK-COMPETENCIA PIC 9(6).
       01 LK-MOTIVO PIC X(1).

       PROCEDURE DIVISION USING LK-MATRICULA LK-COMPETENCIA
               LK-MOTIVO.
       PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           MOVE "N" TO WS-EMITIR.
           OPEN I-O ARQUIVO-NEGATIVACAO.
           IF WS-STATUS-NEG NOT = "00"
               GOBACK
           END-IF.
           MOVE LK-MATRICULA TO NEG-MATRICULA.
           MOVE LK-COMPETENCIA TO NEG-COMPETENCIA.
           READ ARQUIVO-NEGATIVACAO KEY IS NEG-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NEG-AVISADA
                           SET NEG-CANCELADA TO TRUE
                           MOVE WS-HOJE TO NEG-DATA-BAIXA
                           MOVE LK-MOTIVO TO NEG-MOTIVO-BAIXA
                           REWRITE REG-NEGATIVACAO
                       WHEN NEG-INCLUIDA
                           SET NEG-EXCLUSAO-PENDENTE TO TRUE
                           MOVE WS-HOJE TO NEG-DATA-BAIXA
                           MOVE LK-MOTIVO TO NEG-MOTIVO-BAIXA
                           REWRITE REG-NEGATIVACAO
                           MOVE "S" TO WS-EMITIR
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
           IF WS-EMITIR = "S"
               PERFORM EMITIR-EXCLUSOES
           END-IF.
           CLOSE ARQUIVO-NEGATIVACAO.
           GOBACK.

       ENTRY "NEGATIVACAO-EXCLUSOES".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           OPEN I-O ARQUIVO-NEGATIVACAO.
           IF WS-STATUS-NEG NOT = "00"
               GOBACK
           END-IF.
           PERFORM EMITIR-EXCLUSOES.
           CLOSE ARQUIVO-NEGATIVACAO.
           GOBACK.

       EMITIR-EXCLUSOES.
      * Primeira passada: proximo lote (maior gravado mais um) e
      * quantas exclusoes estao pendentes; sem pendente, nao sai
      * lote vazio.
           MOVE 1 TO WS-LOTE-NOVO.
           MOVE ZERO TO WS-QTD-PENDENTES.
           PERFORM POSICIONAR-INICIO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-NEGATIVACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF NEG-LOTE-EXCLUSAO >= WS-LOTE-NOVO
                           COMPUTE WS-LOTE-NOVO =
                               NEG-LOTE-EXCLUSAO + 1
                       END-IF
                       IF NEG-EXCLUSAO-PENDENTE
                           ADD 1 TO WS-QTD-PENDENTES
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-QTD-PENDENTES > ZERO
               PERFORM GRAVAR-LOTE-EXCLUSAO
           END-IF.

       POSICIONAR-INICIO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO NEG-CHAVE.
           START ARQUIVO-NEGATIVACAO KEY IS >= NEG-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.

       GRAVAR-LOTE-EXCLUSAO.
           OPEN EXTEND ARQUIVO-EXCLUSAO.
           IF WS-STATUS-EXC = "35"
               OPEN OUTPUT ARQUIVO-EXCLUSAO
           END-IF.
           IF WS-STATUS-EXC NOT = "00"
               DISPLAY "Erro ao abrir negativacao_exclusao.txt. "
                   "STATUS=" WS-STATUS-EXC
           ELSE
               MOVE SPACES TO NGL-REGISTRO
               MOVE "00" TO NGL-H-TIPO
               MOVE "E" TO NGL-H-OPERACAO
               MOVE "ESC00001" TO NGL-H-CREDOR
               MOVE WS-HOJE TO NGL-H-DATA
               MOVE WS-LOTE-NOVO TO NGL-H-LOTE
               WRITE NGL-REGISTRO
               MOVE ZERO TO WS-QTD-LOTE
               MOVE ZERO TO WS-VALOR-LOTE
               PERFORM POSICIONAR-INICIO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-NEGATIVACAO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF NEG-EXCLUSAO-PENDENTE
                               PERFORM GRAVAR-DETALHE-EXCLUSAO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO NGL-REGISTRO
               MOVE "99" TO NGL-T-TIPO
               MOVE WS-QTD-LOTE TO NGL-T-QTD
               MOVE WS-VALOR-LOTE TO NGL-T-VALOR-TOTAL
               WRITE NGL-REGISTRO
               CLOSE ARQUIVO-EXCLUSAO
               DISPLAY "Exclusao de negativacao emitida: lote "
                   WS-LOTE-NOVO " com " WS-QTD-LOTE " divida(s)."
           END-IF.

       GRAVAR-DETALHE-EXCLUSAO.
           MOVE SPACES TO NGL-REGISTRO.
           MOVE "10" TO NGL-D-TIPO.
           MOVE "E" TO NGL-D-OPERACAO.
           MOVE NEG-MATRICULA TO NGL-D-MATRICULA.
           MOVE NEG-COMPETENCIA TO NGL-D-COMPETENCIA.
           MOVE NEG-VENCIMENTO TO NGL-D-VENCIMENTO.
           MOVE NEG-VALOR TO NGL-D-VALOR.
           MOVE NEG-DEVEDOR TO NGL-D-DEVEDOR.
           MOVE NEG-DATA-AVISO TO NGL-D-DATA-AVISO.
           WRITE NGL-REGISTRO.
           ADD 1 TO WS-QTD-LOTE.
           ADD NEG-VALOR TO WS-VALOR-LOTE.
           SET NEG-EXCLUIDA TO TRUE.
           MOVE WS-HOJE TO NEG-DATA-EXCLUSAO.
           MOVE WS-LOTE-NOVO TO NEG-LOTE-EXCLUSAO.
           REWRITE REG-NEGATIVACAO.
