       01 WS-SEG-INICIO      PIC 9(12) COMP.
       01 WS-SEG-FIM         PIC 9(12) COMP.
       01 WS-REGISTROS-ETAPA PIC 9(5) VALUE ZERO.
       01 WS-TRAVA-CONJUNTO  PIC X(12) VALUE "ALUNOS.DATA".
       01 WS-TRAVA-JOB       PIC X(16) VALUE "BATCHNOTURNO".
       01 WS-TRAVA-OK        PIC X.
       01 WS-CAMPOS-TOTAIS.
           05 WS-CAMPO-TOT PIC X(10) OCCURS 3 TIMES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
      * A cadeia reescreve ALUNOS.DATA (ALUNOS.TMP + PUBLICASEGURO):
      * com a trava na mao ninguem roda ALUNOS, a importacao CSV ou
      * o FECHARANO pelo meio. Trava alheia derruba o lote antes da
      * primeira etapa, sem mexer no ponto de retomada nem no log,
      * que continua sendo escrito pelo dono da trava.
           CALL "TRAVAEXEC-OBTER" USING WS-TRAVA-CONJUNTO
               WS-TRAVA-JOB WS-TRAVA-OK.
           IF WS-TRAVA-OK NOT = "S"
               PERFORM CAPTURAR-DATA-HORA
               DISPLAY "*** LOTE NAO INICIADO EM " WS-DATA-HORA
                   ": ALUNOS.DATA EM USO POR OUTRO JOB ***"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQUIVO-LOG.
           PERFORM LER-RESTART.
           PERFORM PROXIMA-EXECUCAO.
               PERFORM REGISTRAR-ETAPA-PULADA
           END-IF.

      * Etapa 6: envelhecimento diario dos pagamentos em suspenso
      * (Suspensos.cbl), para a tesouraria comecar o dia sabendo
      * quanto dinheiro ainda esta sem dono.
           MOVE 6 TO WS-ETAPA-NUM.
           IF WS-ETAPA-INICIO <= 6 AND WS-LOTE-FALHOU = "N"
               MOVE "ENVELHECIMENTO DOS SUSPENSOS" TO WS-ETAPA
               PERFORM REGISTRAR-INICIO-ETAPA
               CALL "SUSPENSOS-ENVELHECIMENTO"
               MOVE RETURN-CODE TO WS-STATUS-RETORNO
               PERFORM REGISTRAR-FIM-ETAPA
               PERFORM AVALIAR-RESULTADO-ETAPA
           ELSE
               PERFORM REGISTRAR-ETAPA-PULADA
           END-IF.

      * Etapa 7: lembretes e escalonamentos dos prazos de entrega de
      * notas (PrazosNotas.cbl), para a fila de eventos da manha ja
      * trazer quem esta atrasado.
           MOVE 7 TO WS-ETAPA-NUM.
           IF WS-ETAPA-INICIO <= 7 AND WS-LOTE-FALHOU = "N"
               MOVE "AVISOS DE PRAZO DE NOTAS" TO WS-ETAPA
               PERFORM REGISTRAR-INICIO-ETAPA
               CALL "PRAZOSNOTAS-AVISOS"
               MOVE RETURN-CODE TO WS-STATUS-RETORNO
               PERFORM REGISTRAR-FIM-ETAPA
               PERFORM AVALIAR-RESULTADO-ETAPA
           ELSE
               PERFORM REGISTRAR-ETAPA-PULADA
           END-IF.

      * Etapa 8: cobranca dos documentos enviados a familia que
      * passaram do prazo sem ciencia (Protocolos.cbl), para a fila
      * de eventos da manha trazer as familias a contatar.
           MOVE 8 TO WS-ETAPA-NUM.
           IF WS-ETAPA-INICIO <= 8 AND WS-LOTE-FALHOU = "N"
               MOVE "COBRANCA DE CIENCIA DE DOCUMENTOS" TO WS-ETAPA
               PERFORM REGISTRAR-INICIO-ETAPA
               CALL "PROTOCOLOS-COBRANCA"
               MOVE RETURN-CODE TO WS-STATUS-RETORNO
               PERFORM REGISTRAR-FIM-ETAPA
               PERFORM AVALIAR-RESULTADO-ETAPA
           ELSE
               PERFORM REGISTRAR-ETAPA-PULADA
           END-IF.

      * Etapa 9: publicacao do portal dos pais e importacao dos
      * pedidos de alteracao das familias (PortalPais.cbl), para o
      * portal amanhecer com notas, frequencia e cobrancas do dia e
      * a secretaria achar a fila de pedidos em dia.
           MOVE 9 TO WS-ETAPA-NUM.
           IF WS-ETAPA-INICIO <= 9 AND WS-LOTE-FALHOU = "N"
               MOVE "INTERCAMBIO COM O PORTAL DOS PAIS" TO WS-ETAPA
               PERFORM REGISTRAR-INICIO-ETAPA
               CALL "PORTAL-NOTURNO"
               MOVE RETURN-CODE TO WS-STATUS-RETORNO
               PERFORM REGISTRAR-FIM-ETAPA
               PERFORM AVALIAR-RESULTADO-ETAPA
           ELSE
               PERFORM REGISTRAR-ETAPA-PULADA
           END-IF.

           IF WS-LOTE-FALHOU = "N"
               PERFORM LIMPAR-RESTART
           END-IF.
           CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-CONJUNTO
               WS-TRAVA-JOB.
           PERFORM REGISTRAR-FIM-LOTE.
           CLOSE ARQUIVO-LOG.

