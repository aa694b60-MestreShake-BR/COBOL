       IDENTIFICATION DIVISION.
           PROGRAM-ID. TRAVAEXECUCAO.
           AUTHOR. Alexandre S S Alves.

      * Registro compartilhado de travas de execucao: o lote noturno
      * reescrevendo ALUNOS.DATA via ALUNOS.TMP e PUBLICASEGURO nao
      * pode correr junto com a manutencao da secretaria (ALUNOS,
      * importacao CSV e legado, rejeitos, correcoes de nota,
      * recuperacao, ALUNOSRELATIVOS, FECHARANO) sobre os mesmos
      * arquivos. Cada
      * job que reescreve um conjunto de dados pega a trava antes de
      * comecar e solta ao terminar. Uso:
      *   CALL "TRAVAEXEC-OBTER"     USING conjunto job resultado
      *   CALL "TRAVAEXEC-CONSULTAR" USING conjunto job resultado
      *   CALL "TRAVAEXEC-SOLTAR"    USING conjunto job
      *   CALL "TRAVAEXEC-IDADE"     USING inicio horas abandonada
      * resultado "S" = livre/obtida, "N" = em uso por outro job; a
      * recusa ja sai na tela dizendo quem segura, desde quando e
      * com qual operador. Trava com mais de WS-HORAS-ABANDONO horas
      * e dada como abandonada (job que caiu sem soltar): continua
      * valendo, mas a mensagem manda pedir a liberacao ao
      * supervisor (TRAVASEXECUCAO). Conjuntos em uso: ALUNOS.DATA
      * (com ALUNOS.TMP) e alunos.idx.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-TRAVA-EXEC ASSIGN TO "travas_execucao.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEX-CONJUNTO
               FILE STATUS IS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-TRAVA-EXEC.
           COPY "RegistroTravaExecucao.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8).
       01 WS-PERFIL-SESSAO PIC X(1).
       01 WS-DATA-HORA PIC X(20).
       01 WS-HORAS-ABANDONO PIC 9(3) VALUE 12.
       01 WS-TS-TRABALHO PIC X(14).
       01 WS-DATA-NUM PIC 9(8).
       01 WS-SEGUNDOS PIC 9(12) COMP.
       01 WS-SEG-INICIO PIC 9(12) COMP.
       01 WS-SEG-AGORA PIC 9(12) COMP.
       01 WS-HORAS-PRESA PIC 9(5).
       01 WS-ABANDONADA PIC X(1).

       LINKAGE SECTION.
       01 LK-CONJUNTO PIC X(12).
       01 LK-JOB PIC X(16).
       01 LK-RESULTADO PIC X(1).
       01 LK-INICIO PIC X(14).
       01 LK-HORAS PIC 9(5).
       01 LK-ABANDONADA PIC X(1).

       PROCEDURE DIVISION USING LK-CONJUNTO LK-JOB LK-RESULTADO.
       PRINCIPAL.
           GOBACK.

      * Pega a trava do conjunto para o job; recusa se outro job ja
      * a segura.
       ENTRY "TRAVAEXEC-OBTER" USING LK-CONJUNTO LK-JOB LK-RESULTADO.
           MOVE "N" TO LK-RESULTADO.
           PERFORM ABRIR-REGISTRO.
           IF WS-STATUS NOT = "00"
               DISPLAY "Registro de travas indisponivel (STATUS="
                   WS-STATUS "); " LK-JOB " nao iniciado."
               GOBACK
           END-IF.
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE LK-CONJUNTO TO TEX-CONJUNTO.
           MOVE LK-JOB TO TEX-JOB.
           MOVE WS-OPERADOR-SESSAO TO TEX-OPERADOR.
           MOVE WS-DATA-HORA(1:14) TO TEX-INICIO.
           WRITE REG-TRAVA-EXECUCAO
               INVALID KEY
                   READ ARQUIVO-TRAVA-EXEC KEY IS TEX-CONJUNTO
                       NOT INVALID KEY
                           PERFORM AVISAR-EM-USO
                   END-READ
               NOT INVALID KEY
                   MOVE "S" TO LK-RESULTADO
           END-WRITE.
           CLOSE ARQUIVO-TRAVA-EXEC.
           GOBACK.

      * So confere, sem pegar: o menu recusa de cara uma opcao que
      * daria conflito.
       ENTRY "TRAVAEXEC-CONSULTAR" USING LK-CONJUNTO LK-JOB
               LK-RESULTADO.
           MOVE "S" TO LK-RESULTADO.
           OPEN INPUT ARQUIVO-TRAVA-EXEC.
           IF WS-STATUS = "00"
               MOVE LK-CONJUNTO TO TEX-CONJUNTO
               READ ARQUIVO-TRAVA-EXEC KEY IS TEX-CONJUNTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO LK-RESULTADO
                       PERFORM AVISAR-EM-USO
               END-READ
               CLOSE ARQUIVO-TRAVA-EXEC
           END-IF.
           GOBACK.

      * Solta a trava, mas so se ainda for do proprio job: um job
      * que perdeu a trava para a liberacao do supervisor nao tira
      * a de quem a pegou depois.
       ENTRY "TRAVAEXEC-SOLTAR" USING LK-CONJUNTO LK-JOB.
           OPEN I-O ARQUIVO-TRAVA-EXEC.
           IF WS-STATUS = "00"
               MOVE LK-CONJUNTO TO TEX-CONJUNTO
               READ ARQUIVO-TRAVA-EXEC KEY IS TEX-CONJUNTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TEX-JOB = LK-JOB
                           DELETE ARQUIVO-TRAVA-EXEC
                       END-IF
               END-READ
               CLOSE ARQUIVO-TRAVA-EXEC
           END-IF.
           GOBACK.

      * Idade em horas de uma trava lida por TRAVASEXECUCAO, pelo
      * mesmo criterio de abandono da recusa.
       ENTRY "TRAVAEXEC-IDADE" USING LK-INICIO LK-HORAS LK-ABANDONADA.
           MOVE LK-INICIO TO TEX-INICIO.
           PERFORM CALCULAR-IDADE.
           MOVE WS-HORAS-PRESA TO LK-HORAS.
           MOVE WS-ABANDONADA TO LK-ABANDONADA.
           GOBACK.

       ABRIR-REGISTRO.
           OPEN I-O ARQUIVO-TRAVA-EXEC.
           IF WS-STATUS = "35"
               OPEN OUTPUT ARQUIVO-TRAVA-EXEC
               CLOSE ARQUIVO-TRAVA-EXEC
               OPEN I-O ARQUIVO-TRAVA-EXEC
           END-IF.

       AVISAR-EM-USO.
           PERFORM CALCULAR-IDADE.
           DISPLAY "*** " LK-JOB " NAO PODE INICIAR ***".
           DISPLAY TEX-CONJUNTO " esta em uso por " TEX-JOB
               " (operador " TEX-OPERADOR ") desde "
               TEX-INICIO(7:2) "/" TEX-INICIO(5:2) "/"
               TEX-INICIO(1:4) " " TEX-INICIO(9:2) ":"
               TEX-INICIO(11:2) ".".
           IF WS-ABANDONADA = "S"
               DISPLAY "Trava presa ha " WS-HORAS-PRESA " horas: "
                   "provavel job interrompido. Peca a liberacao ao "
                   "supervisor (TRAVASEXECUCAO)."
           ELSE
               DISPLAY "Aguarde o termino e tente de novo."
           END-IF.

       CALCULAR-IDADE.
      * Mesmo calculo de segundos corridos do lote noturno, para a
      * idade da trava sobreviver a virada do dia.
           MOVE "N" TO WS-ABANDONADA.
           MOVE ZERO TO WS-HORAS-PRESA.
           IF TEX-INICIO(1:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE TEX-INICIO TO WS-TS-TRABALHO.
           PERFORM CALCULAR-SEGUNDOS.
           MOVE WS-SEGUNDOS TO WS-SEG-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:14) TO WS-TS-TRABALHO.
           PERFORM CALCULAR-SEGUNDOS.
           MOVE WS-SEGUNDOS TO WS-SEG-AGORA.
           IF WS-SEG-AGORA > WS-SEG-INICIO
               COMPUTE WS-HORAS-PRESA =
                   (WS-SEG-AGORA - WS-SEG-INICIO) / 3600
           END-IF.
           IF WS-HORAS-PRESA >= WS-HORAS-ABANDONO
               MOVE "S" TO WS-ABANDONADA
           END-IF.

       CALCULAR-SEGUNDOS.
           MOVE WS-TS-TRABALHO(1:8) TO WS-DATA-NUM.
           COMPUTE WS-SEGUNDOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) * 86400
               + FUNCTION NUMVAL(WS-TS-TRABALHO(9:2)) * 3600
               + FUNCTION NUMVAL(WS-TS-TRABALHO(11:2)) * 60
               + FUNCTION NUMVAL(WS-TS-TRABALHO(13:2)).
