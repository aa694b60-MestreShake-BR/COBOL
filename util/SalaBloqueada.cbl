       IDENTIFICATION DIVISION.
           PROGRAM-ID. SALABLOQUEADA.
           AUTHOR. Alexandre S S Alves.

      * Diz se uma sala esta bloqueada por chamado de manutencao
      * (chamados_manutencao.idx) numa data: algum chamado da sala,
      * ainda nao fechado, com bloqueio iniciado ate a data e sem
      * fim ou com fim a partir dela. Devolve em LK-BLOQUEADA "S" ou
      * "N" e, quando bloqueada, o numero do chamado, o fim do
      * bloqueio (zeros = ate o fechamento) e o problema. Sem o
      * arquivo de chamados, nenhuma sala esta bloqueada.
      * Chamado por GRADEHORARIA, CALENDARIOPROVAS, SALAS e pela
      * lista de remanejamento de CHAMADOSMANUTENCAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CHAMADO ASSIGN TO "chamados_manutencao.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-NUMERO
               ALTERNATE RECORD KEY IS CHM-SALA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CHM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CHAMADO.
           COPY "RegistroChamado.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CHM PIC X(2).
       01 WS-FIM-ARQUIVO PIC X.

       LINKAGE SECTION.
       01 LK-SALA PIC X(10).
       01 LK-DATA PIC 9(8).
       01 LK-BLOQUEADA PIC X.
       01 LK-CHAMADO PIC 9(6).
       01 LK-FIM-BLOQUEIO PIC 9(8).
       01 LK-PROBLEMA PIC X(40).

       PROCEDURE DIVISION USING LK-SALA LK-DATA LK-BLOQUEADA
           LK-CHAMADO LK-FIM-BLOQUEIO LK-PROBLEMA.
       PRINCIPAL.
           MOVE "N" TO LK-BLOQUEADA.
           MOVE ZERO TO LK-CHAMADO.
           MOVE ZERO TO LK-FIM-BLOQUEIO.
           MOVE SPACES TO LK-PROBLEMA.
           IF LK-SALA = SPACES
               GOBACK
           END-IF.
           OPEN INPUT ARQUIVO-CHAMADO.
           IF WS-STATUS-CHM NOT = "00"
               GOBACK
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LK-SALA TO CHM-SALA.
           START ARQUIVO-CHAMADO KEY IS = CHM-SALA
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CHAMADO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CHM-SALA NOT = LK-SALA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           PERFORM CONFERIR-BLOQUEIO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-CHAMADO.
           GOBACK.

       CONFERIR-BLOQUEIO.
           IF CHM-FECHADO OR CHM-BLOQUEIO-INICIO = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF CHM-BLOQUEIO-INICIO > LK-DATA
               EXIT PARAGRAPH
           END-IF.
           IF CHM-BLOQUEIO-FIM NOT = ZERO
                   AND CHM-BLOQUEIO-FIM < LK-DATA
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO LK-BLOQUEADA.
           MOVE CHM-NUMERO TO LK-CHAMADO.
           MOVE CHM-BLOQUEIO-FIM TO LK-FIM-BLOQUEIO.
           MOVE CHM-PROBLEMA TO LK-PROBLEMA.
           MOVE "S" TO WS-FIM-ARQUIVO.
