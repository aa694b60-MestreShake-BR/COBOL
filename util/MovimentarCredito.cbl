       IDENTIFICATION DIVISION.
           PROGRAM-ID. MOVCREDITO.
           AUTHOR. Alexandre S S Alves.

      * Movimenta o saldo de credito da familia (creditos.idx) e
      * registra o movimento em creditos_mov.dat. O chamador passa
      * a matricula; o titular do saldo e o grupo familiar dela em
      * familias.idx ou, sem familia, a propria matricula -- irmaos
      * enxergam o mesmo saldo. Operacoes:
      *   E = entrada do valor no saldo (suspenso virou credito)
      *   C = consumo de ate o valor pedido (geracao de cobranca);
      *       devolve em LK-VALOR o quanto foi de fato consumido
      *   D = devolucao do valor; recusada (LK-VALOR zerado) se o
      *       saldo nao cobre
      *   S = so consulta o saldo
      * Em todas, LK-SALDO volta com o saldo final e LK-TIPO /
      * LK-TITULAR com o titular encontrado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CREDITO ASSIGN TO "creditos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CHAVE
               FILE STATUS IS WS-STATUS-CRD.
           SELECT ARQUIVO-MOV-CREDITO ASSIGN TO "creditos_mov.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MCR.
           SELECT ARQUIVO-FAMILIA ASSIGN TO "familias.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-MATRICULA
               FILE STATUS IS WS-STATUS-FAM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CREDITO.
           COPY "RegistroCredito.cpy".

       FD  ARQUIVO-MOV-CREDITO.
           COPY "RegistroMovCredito.cpy".

       FD  ARQUIVO-FAMILIA.
           COPY "RegistroFamilia.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CRD PIC X(2).
       01 WS-STATUS-MCR PIC X(2).
       01 WS-STATUS-FAM PIC X(2).
       01 WS-EXISTE PIC X.
       01 WS-EFETIVO PIC 9(7)V9(2).
       01 WS-DATA-HORA PIC X(20).

       LINKAGE SECTION.
       01 LK-MATRICULA PIC 9(5).
       01 LK-OPERACAO PIC X(1).
       01 LK-VALOR PIC 9(7)V9(2).
       01 LK-ORIGEM PIC X(20).
       01 LK-SALDO PIC 9(7)V9(2).
       01 LK-TIPO PIC X(1).
       01 LK-TITULAR PIC 9(5).

       PROCEDURE DIVISION USING LK-MATRICULA LK-OPERACAO LK-VALOR
               LK-ORIGEM LK-SALDO LK-TIPO LK-TITULAR.
       PRINCIPAL.
           MOVE ZERO TO LK-SALDO.
           MOVE ZERO TO WS-EFETIVO.
           PERFORM BUSCAR-TITULAR.
           MOVE LK-TIPO TO CRD-TIPO.
           MOVE LK-TITULAR TO CRD-TITULAR.

           OPEN I-O ARQUIVO-CREDITO.
           IF WS-STATUS-CRD = "35"
               OPEN OUTPUT ARQUIVO-CREDITO
               CLOSE ARQUIVO-CREDITO
               OPEN I-O ARQUIVO-CREDITO
           END-IF.
           IF WS-STATUS-CRD NOT = "00"
               DISPLAY "Erro ao abrir creditos.idx. STATUS="
                   WS-STATUS-CRD
               MOVE ZERO TO LK-VALOR
               GOBACK
           END-IF.

           MOVE "S" TO WS-EXISTE.
           READ ARQUIVO-CREDITO KEY IS CRD-CHAVE
               INVALID KEY
                   MOVE "N" TO WS-EXISTE
                   MOVE ZERO TO CRD-SALDO
           END-READ.

           EVALUATE LK-OPERACAO
               WHEN "E"
                   MOVE LK-VALOR TO WS-EFETIVO
                   ADD WS-EFETIVO TO CRD-SALDO
               WHEN "C"
                   IF LK-VALOR > CRD-SALDO
                       MOVE CRD-SALDO TO WS-EFETIVO
                   ELSE
                       MOVE LK-VALOR TO WS-EFETIVO
                   END-IF
                   SUBTRACT WS-EFETIVO FROM CRD-SALDO
               WHEN "D"
                   IF LK-VALOR > CRD-SALDO
                       MOVE ZERO TO WS-EFETIVO
                   ELSE
                       MOVE LK-VALOR TO WS-EFETIVO
                   END-IF
                   SUBTRACT WS-EFETIVO FROM CRD-SALDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-EFETIVO > ZERO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               MOVE WS-DATA-HORA(1:8) TO CRD-DATA-ULT-MOV
               IF WS-EXISTE = "S"
                   REWRITE REG-CREDITO
               ELSE
                   WRITE REG-CREDITO
               END-IF
               PERFORM GRAVAR-MOVIMENTO
           END-IF.
           MOVE CRD-SALDO TO LK-SALDO.
           IF LK-OPERACAO NOT = "S"
               MOVE WS-EFETIVO TO LK-VALOR
           END-IF.
           CLOSE ARQUIVO-CREDITO.
           GOBACK.

       BUSCAR-TITULAR.
           MOVE "M" TO LK-TIPO.
           MOVE LK-MATRICULA TO LK-TITULAR.
           OPEN INPUT ARQUIVO-FAMILIA.
           IF WS-STATUS-FAM = "00"
               MOVE LK-MATRICULA TO FAM-MATRICULA
               READ ARQUIVO-FAMILIA KEY IS FAM-MATRICULA
                   NOT INVALID KEY
                       IF FAM-CODIGO NOT = ZERO
                           MOVE "F" TO LK-TIPO
                           MOVE FAM-CODIGO TO LK-TITULAR
                       END-IF
               END-READ
               CLOSE ARQUIVO-FAMILIA
           END-IF.

       GRAVAR-MOVIMENTO.
           OPEN EXTEND ARQUIVO-MOV-CREDITO.
           IF WS-STATUS-MCR = "35"
               OPEN OUTPUT ARQUIVO-MOV-CREDITO
           END-IF.
           MOVE CRD-DATA-ULT-MOV TO MCR-DATA.
           MOVE CRD-TIPO TO MCR-TIPO.
           MOVE CRD-TITULAR TO MCR-TITULAR.
           MOVE LK-MATRICULA TO MCR-MATRICULA.
           MOVE LK-OPERACAO TO MCR-OPERACAO.
           MOVE WS-EFETIVO TO MCR-VALOR.
           MOVE CRD-SALDO TO MCR-SALDO.
           MOVE LK-ORIGEM TO MCR-ORIGEM.
           WRITE REG-MOV-CREDITO.
           CLOSE ARQUIVO-MOV-CREDITO.
