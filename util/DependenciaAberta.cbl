       IDENTIFICATION DIVISION.
           PROGRAM-ID. DEPENDENCIAABERTA.
           AUTHOR. Alexandre S S Alves.

      * Situacao de dependencias de uma matricula em dependencias.idx,
      * contada num lugar so para a promocao (PROMOVERALUNOS), os
      * certificados (CERTIFICADOS) e o controle de dependencias
      * concordarem. Devolve quantas dependencias estao abertas, o
      * ano de origem da mais antiga delas (zero se nenhuma) e
      * quantas foram registradas, em qualquer situacao, com origem
      * no ano de referencia informado. Sem o arquivo, tudo zero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-DEPENDENCIA ASSIGN TO "dependencias.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-STATUS-DEP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-DEPENDENCIA.
           COPY "RegistroDependencia.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-DEP PIC X(2).
       01 WS-FIM-ARQUIVO PIC X.

       LINKAGE SECTION.
       01 LK-MATRICULA PIC 9(5).
       01 LK-ANO-REFERENCIA PIC 9(4).
       01 LK-ABERTAS PIC 9(2).
       01 LK-ANO-MAIS-ANTIGO PIC 9(4).
       01 LK-DO-ANO PIC 9(2).

       PROCEDURE DIVISION USING LK-MATRICULA LK-ANO-REFERENCIA
               LK-ABERTAS LK-ANO-MAIS-ANTIGO LK-DO-ANO.
       PRINCIPAL.
           MOVE ZERO TO LK-ABERTAS.
           MOVE ZERO TO LK-ANO-MAIS-ANTIGO.
           MOVE ZERO TO LK-DO-ANO.
           OPEN INPUT ARQUIVO-DEPENDENCIA.
           IF WS-STATUS-DEP NOT = "00"
               GOBACK
           END-IF.
      * A chave comeca pela matricula: as dependencias do aluno sao
      * consecutivas a partir do START.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LK-MATRICULA TO DEP-MATRICULA.
           MOVE LOW-VALUES TO DEP-DISCIPLINA.
           MOVE ZERO TO DEP-ANO-ORIGEM.
           START ARQUIVO-DEPENDENCIA KEY IS >= DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-DEPENDENCIA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF DEP-MATRICULA NOT = LK-MATRICULA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           PERFORM CONTAR-DEPENDENCIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-DEPENDENCIA.
           GOBACK.

       CONTAR-DEPENDENCIA.
           IF DEP-ANO-ORIGEM = LK-ANO-REFERENCIA
               ADD 1 TO LK-DO-ANO
           END-IF.
           IF DEP-ABERTA
               ADD 1 TO LK-ABERTAS
               IF LK-ANO-MAIS-ANTIGO = ZERO
                       OR DEP-ANO-ORIGEM < LK-ANO-MAIS-ANTIGO
                   MOVE DEP-ANO-ORIGEM TO LK-ANO-MAIS-ANTIGO
               END-IF
           END-IF.
