       IDENTIFICATION DIVISION.
           PROGRAM-ID. REGISTRARPROTOCOLO.
           AUTHOR. Alexandre S S Alves.

      * Registra em protocolos.idx um documento que vai para a
      * familia e devolve o numero a imprimir nele. O prazo para a
      * ciencia assinada voltar e de 10 dias corridos da emissao.
      * Reimpressao do mesmo documento (mesmo tipo, matricula e
      * descricao) ainda pendente devolve o protocolo ja aberto em
      * vez de abrir outro, para o boletim reimpresso nao duplicar
      * a cobranca. Numero zero no retorno indica que o arquivo nao
      * pode ser aberto; o documento sai assim mesmo, sem protocolo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PROTOCOLO ASSIGN TO "protocolos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-NUMERO
               FILE STATUS IS WS-STATUS-PRT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PROTOCOLO.
           COPY "RegistroProtocolo.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-PRT PIC X(2).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-NUMERO-NOVO PIC 9(7).
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-DIAS PIC 9(7).
       01 WS-PRAZO-DIAS PIC 9(2) VALUE 10.

       LINKAGE SECTION.
       01 LK-TIPO PIC X(14).
       01 LK-MATRICULA PIC 9(5).
       01 LK-DESCRICAO PIC X(40).
       01 LK-NUMERO PIC 9(7).

       PROCEDURE DIVISION USING LK-TIPO LK-MATRICULA LK-DESCRICAO
               LK-NUMERO.
       PRINCIPAL.
           MOVE ZERO TO LK-NUMERO.
           OPEN I-O ARQUIVO-PROTOCOLO.
           IF WS-STATUS-PRT = "35"
               OPEN OUTPUT ARQUIVO-PROTOCOLO
               CLOSE ARQUIVO-PROTOCOLO
               OPEN I-O ARQUIVO-PROTOCOLO
           END-IF.
           IF WS-STATUS-PRT NOT = "00"
               DISPLAY "Erro ao abrir protocolos.idx. STATUS="
                   WS-STATUS-PRT
               GOBACK
           END-IF.

      * Numero sequencial: maior numero mais um, varrendo o arquivo
      * como nos demais cadastros; na mesma varredura procura o
      * protocolo pendente do mesmo documento.
           MOVE 1 TO WS-NUMERO-NOVO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-PROTOCOLO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF PRT-NUMERO >= WS-NUMERO-NOVO
                           COMPUTE WS-NUMERO-NOVO = PRT-NUMERO + 1
                       END-IF
                       IF PRT-PENDENTE
                               AND PRT-TIPO = LK-TIPO
                               AND PRT-MATRICULA = LK-MATRICULA
                               AND PRT-DESCRICAO = LK-DESCRICAO
                           MOVE PRT-NUMERO TO LK-NUMERO
                       END-IF
               END-READ
           END-PERFORM.
           IF LK-NUMERO NOT = ZERO
               CLOSE ARQUIVO-PROTOCOLO
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE(WS-HOJE)
               + WS-PRAZO-DIAS.
           INITIALIZE REG-PROTOCOLO.
           MOVE WS-NUMERO-NOVO TO PRT-NUMERO.
           MOVE LK-TIPO TO PRT-TIPO.
           MOVE LK-MATRICULA TO PRT-MATRICULA.
           MOVE LK-DESCRICAO TO PRT-DESCRICAO.
           MOVE WS-HOJE TO PRT-DATA-ENVIO.
           COMPUTE PRT-PRAZO = FUNCTION DATE-OF-INTEGER(WS-DIAS).
           SET PRT-PENDENTE TO TRUE.
           WRITE REG-PROTOCOLO
               INVALID KEY
                   DISPLAY "Erro ao gravar protocolo " WS-NUMERO-NOVO
               NOT INVALID KEY
                   MOVE WS-NUMERO-NOVO TO LK-NUMERO
           END-WRITE.
           CLOSE ARQUIVO-PROTOCOLO.
           GOBACK.
