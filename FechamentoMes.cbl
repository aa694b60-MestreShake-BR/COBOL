      * Tambem mostra o movimento do saldo anterior: quanto das
      * competencias passadas ainda esta aberto e quanto delas foi
      * recebido dentro do mes fechado.
      * Recibos do caixa estornados no mes (estornos_caixa.idx) saem
      * em secao propria: a cobranca estornada ja volta para o
      * aberto, entao o estorno nao entra na prova de equilibrio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WS-STATUS.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-ESTORNO ASSIGN TO "estornos_caixa.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-RECIBO
               FILE STATUS IS WS-STATUS-EST.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-ESTORNO.
           COPY "RegistroEstorno.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-ALUNOS-OK PIC X.
       01 WS-STATUS-EST PIC X(2).
       01 WS-QTD-ESTORNOS PIC 9(5) VALUE ZERO.
       01 WS-TOT-ESTORNOS PIC 9(9)V9(2) VALUE ZERO.
       01 WS-COMPETENCIA PIC 9(6).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-TOT-FATURADO PIC 9(9)V9(2) VALUE ZERO.
       BUSCAR-TURMA-ALUNO.
           MOVE "(SEM CAD.)" TO WS-TURMA-ALUNO.
           IF WS-ALUNOS-OK = "S"
               MOVE MEN-MATRICULA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       CONTINUE
           CALL "REL-LINHA" USING WS-LINHA-REL.
           PERFORM IMPRIMIR-TOTAL-GERAL.
           PERFORM IMPRIMIR-SALDO-ANTERIOR.
           PERFORM IMPRIMIR-ESTORNOS.
           MOVE "TOTAIS POR TURMA:" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           PERFORM VARYING WS-IND FROM 1 BY 1
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       IMPRIMIR-ESTORNOS.
      * Estornos aprovados dentro do mes, pela data da aprovacao,
      * um por linha e o total.
           MOVE "RECIBOS DE CAIXA ESTORNADOS NO MES:" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           OPEN INPUT ARQUIVO-ESTORNO.
           IF WS-STATUS-EST = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-ESTORNO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF EST-APROVADO
                                   AND EST-DATA-DECISAO >= WS-MES-INICIO
                                   AND EST-DATA-DECISAO <= WS-MES-FIM
                               PERFORM IMPRIMIR-LINHA-ESTORNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-ESTORNO
           END-IF.
           MOVE WS-TOT-ESTORNOS TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "ESTORNOS DE CAIXA:         " WS-ED-VALOR
                  " (" WS-QTD-ESTORNOS " RECIBO(S))"
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       IMPRIMIR-LINHA-ESTORNO.
           ADD 1 TO WS-QTD-ESTORNOS.
           ADD EST-VALOR TO WS-TOT-ESTORNOS.
           MOVE EST-VALOR TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  RECIBO " EST-RECIBO " DE " EST-DATA-RECIBO
                  " MAT " EST-MATRICULA " COMP " EST-COMPETENCIA
                  " " WS-ED-VALOR
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       IMPRIMIR-LINHA-TURMA.
           MOVE WS-TT-FATURADO(WS-IND) TO WS-ED-VALOR.
           MOVE WS-TT-PAGO(WS-IND) TO WS-ED-VALOR-2.
