       IDENTIFICATION DIVISION.
           PROGRAM-ID. AEEALUNO.
           AUTHOR. Alexandre S S Alves.

      * Resumo do atendimento educacional especializado de uma
      * matricula (aee.idx) para quem so precisa imprimi-lo: a
      * descricao da categoria (e da segunda, quando houver), as
      * adaptacoes de prova concedidas em texto corrido e a
      * observacao de emergencia. Cadastro encerrado ou inexistente
      * devolve LK-TEM-AEE = "N". Usado pelo quadro de provas
      * (CALENDARIOPROVAS), pela folha de emergencia
      * (FICHAEMERGENCIA) e pela consulta de AEE.cbl.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-AEE ASSIGN TO "aee.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AEE-MATRICULA
               FILE STATUS IS WS-STATUS-AEE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-AEE.
           COPY "RegistroAee.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-AEE PIC X(2).
       01 WS-CODIGO PIC 9(2).
       01 WS-DESCRICAO PIC X(20).
       01 WS-DESCRICAO-2 PIC X(20).
       01 WS-PONTEIRO PIC 9(3).

       LINKAGE SECTION.
       01 LK-MATRICULA PIC 9(5).
       01 LK-TEM-AEE PIC X(1).
       01 LK-CATEGORIA PIC X(41).
       01 LK-ADAPTACOES PIC X(60).
       01 LK-OBS-EMERGENCIA PIC X(40).

       PROCEDURE DIVISION USING LK-MATRICULA LK-TEM-AEE LK-CATEGORIA
               LK-ADAPTACOES LK-OBS-EMERGENCIA.
       PRINCIPAL.
           MOVE "N" TO LK-TEM-AEE.
           MOVE SPACES TO LK-CATEGORIA.
           MOVE SPACES TO LK-ADAPTACOES.
           MOVE SPACES TO LK-OBS-EMERGENCIA.
           OPEN INPUT ARQUIVO-AEE.
           IF WS-STATUS-AEE NOT = "00"
               GOBACK
           END-IF.
           MOVE LK-MATRICULA TO AEE-MATRICULA.
           READ ARQUIVO-AEE KEY IS AEE-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AEE-ATIVO
                       MOVE "S" TO LK-TEM-AEE
                       PERFORM MONTAR-RESUMO
                   END-IF
           END-READ.
           CLOSE ARQUIVO-AEE.
           GOBACK.

       MONTAR-RESUMO.
           MOVE AEE-CATEGORIA TO WS-CODIGO.
           PERFORM DESCREVER-CATEGORIA.
           MOVE WS-DESCRICAO TO WS-DESCRICAO-2.
           IF AEE-CATEGORIA-2 = ZERO
               MOVE WS-DESCRICAO-2 TO LK-CATEGORIA
           ELSE
               MOVE AEE-CATEGORIA-2 TO WS-CODIGO
               PERFORM DESCREVER-CATEGORIA
               STRING WS-DESCRICAO-2 DELIMITED BY "  "
                   "/" DELIMITED BY SIZE
                   WS-DESCRICAO DELIMITED BY "  "
                   INTO LK-CATEGORIA
               END-STRING
           END-IF.
           MOVE 1 TO WS-PONTEIRO.
           IF AEE-TEMPO-ADICIONAL = "S"
               STRING "TEMPO ADICIONAL; " DELIMITED BY SIZE
                   INTO LK-ADAPTACOES WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.
           IF AEE-SALA-SEPARADA = "S"
               STRING "SALA SEPARADA; " DELIMITED BY SIZE
                   INTO LK-ADAPTACOES WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.
           IF AEE-PROVA-AMPLIADA = "S"
               STRING "PROVA AMPLIADA; " DELIMITED BY SIZE
                   INTO LK-ADAPTACOES WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.
           IF AEE-LEDOR = "S"
               STRING "LEDOR; " DELIMITED BY SIZE
                   INTO LK-ADAPTACOES WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.
           IF AEE-TRANSCRITOR = "S"
               STRING "TRANSCRITOR; " DELIMITED BY SIZE
                   INTO LK-ADAPTACOES WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.
           IF AEE-INTERPRETE-LIBRAS = "S"
               STRING "LIBRAS; " DELIMITED BY SIZE
                   INTO LK-ADAPTACOES WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.
           IF AEE-OUTRAS-ADAPTACOES NOT = SPACES
               STRING AEE-OUTRAS-ADAPTACOES DELIMITED BY "  "
                   INTO LK-ADAPTACOES WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.
           MOVE AEE-OBS-EMERGENCIA TO LK-OBS-EMERGENCIA.

       DESCREVER-CATEGORIA.
           EVALUATE WS-CODIGO
               WHEN 1
                   MOVE "CEGUEIRA" TO WS-DESCRICAO
               WHEN 2
                   MOVE "BAIXA VISAO" TO WS-DESCRICAO
               WHEN 3
                   MOVE "SURDEZ" TO WS-DESCRICAO
               WHEN 4
                   MOVE "DEF. AUDITIVA" TO WS-DESCRICAO
               WHEN 5
                   MOVE "SURDOCEGUEIRA" TO WS-DESCRICAO
               WHEN 6
                   MOVE "DEF. FISICA" TO WS-DESCRICAO
               WHEN 7
                   MOVE "DEF. INTELECTUAL" TO WS-DESCRICAO
               WHEN 8
                   MOVE "TEA" TO WS-DESCRICAO
               WHEN 9
                   MOVE "ALTAS HABILIDADES" TO WS-DESCRICAO
               WHEN 10
                   MOVE "TRANST. APRENDIZAGEM" TO WS-DESCRICAO
               WHEN OTHER
                   MOVE "NAO INFORMADA" TO WS-DESCRICAO
           END-EVALUATE.
