       IDENTIFICATION DIVISION.
           PROGRAM-ID. PORTARIAAUSENTE.
           AUTHOR. Alexandre S S Alves.

      * Diz se o movimento da portaria (portaria.idx) tira o aluno
      * de uma aula: saida antecipada liberada na data com primeiro
      * periodo perdido menor ou igual ao periodo consultado, ou
      * chegada atrasada com primeiro periodo assistido maior que
      * ele. Devolve "S" (ausente pela portaria) com a hora do
      * movimento, ou "N". Retirada recusada nao conta: o aluno
      * ficou na escola. Sem o arquivo, "N".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PORTARIA ASSIGN TO "portaria.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-CHAVE
               FILE STATUS IS WS-STATUS-POR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PORTARIA.
           COPY "RegistroPortaria.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-POR PIC X(2).
       01 WS-FIM-ARQUIVO PIC X.

       LINKAGE SECTION.
       01 LK-MATRICULA PIC 9(5).
       01 LK-DATA PIC 9(8).
       01 LK-PERIODO PIC 9(2).
       01 LK-AUSENTE PIC X(1).
       01 LK-HORA PIC 9(4).

       PROCEDURE DIVISION USING LK-MATRICULA LK-DATA LK-PERIODO
               LK-AUSENTE LK-HORA.
       PRINCIPAL.
           MOVE "N" TO LK-AUSENTE.
           MOVE ZERO TO LK-HORA.
           OPEN INPUT ARQUIVO-PORTARIA.
           IF WS-STATUS-POR NOT = "00"
               GOBACK
           END-IF.
      * A chave comeca por matricula + data: os movimentos do aluno
      * no dia sao consecutivos a partir do START.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LK-MATRICULA TO POR-MATRICULA.
           MOVE LK-DATA TO POR-DATA.
           MOVE ZERO TO POR-HORA.
           START ARQUIVO-PORTARIA KEY IS >= POR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-PORTARIA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF POR-MATRICULA NOT = LK-MATRICULA
                               OR POR-DATA NOT = LK-DATA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           PERFORM CONFERIR-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-PORTARIA.
           GOBACK.

       CONFERIR-MOVIMENTO.
           IF POR-LIBERADA
               IF (POR-SAIDA AND POR-PERIODO <= LK-PERIODO)
                       OR (POR-ATRASO AND POR-PERIODO > LK-PERIODO)
                   MOVE "S" TO LK-AUSENTE
                   MOVE POR-HORA TO LK-HORA
               END-IF
           END-IF.
