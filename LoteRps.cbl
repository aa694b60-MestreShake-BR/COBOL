       IDENTIFICATION DIVISION.
           PROGRAM-ID. LOTERPS.
           AUTHOR. Alexandre S S Alves.

      * Lote de RPS para a NFS-e das mensalidades recebidas. Todo
      * pagamento recebido no periodo -- baixa do retorno bancario
      * em mensalidades.idx ou recibo do caixa da secretaria em
      * caixa_diario.dat -- ganha um RPS numerado em rps.idx e entra
      * no lote rps_lote.txt, no layout posicional de LayoutRps.cpy,
      * em vez de o contador digitar nota por nota no portal da
      * prefeitura. O RPS leva o valor do servico inteiro: a parte
      * da cobranca paga com o credito da familia (MEN-CREDITO)
      * entra junto, e a cobranca quitada toda com credito tambem
      * ganha RPS -- o dinheiro que virou credito (sobra em
      * suspenso, taxa devolvida) nunca foi faturado. O retorno da
      * prefeitura (nfse_retorno.txt) grava o numero da NFS-e
      * emitida em cada RPS, ou a rejeicao / cancelamento com a
      * mensagem; RPS rejeitado ou cancelado sai no relatorio e pode
      * ser reenviado com numero novo.
      * Recibo de caixa estornado (estornos_caixa.idx) nao ganha RPS;
      * o RPS dele ainda nao enviado e cancelado sem ir ao lote, e a
      * NFS-e ja enviada ou emitida sai no relatorio para cancelar
      * no portal da prefeitura. Nao ha reenvio de recibo estornado.
      * Recibo de taxa avulsa (competencia 8NNNNN) nao e mensalidade
      * e fica fora do lote.
      * Layout do retorno (80 posicoes):
      *   01-08 numero do RPS
      *   09    situacao (E=emitida, R=rejeitado, C=NFS-e cancelada)
      *   10-24 numero da NFS-e
      *   25-32 data da emissao (AAAAMMDD)
      *   33-72 mensagem da prefeitura

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-RPS ASSIGN TO "rps.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPS-NUMERO
               ALTERNATE RECORD KEY IS RPS-PAGAMENTO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-RPS.
           SELECT ARQUIVO-MENSALIDADE ASSIGN TO "mensalidades.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WS-STATUS-MEN.
           SELECT ARQUIVO-CAIXA ASSIGN TO "caixa_diario.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CXA.
           SELECT ARQUIVO-ESTORNO ASSIGN TO "estornos_caixa.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-RECIBO
               FILE STATUS IS WS-STATUS-EST.
           SELECT ARQUIVO-LOTE ASSIGN TO "rps_lote.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOT.
           SELECT ARQUIVO-RETORNO ASSIGN TO "nfse_retorno.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RET.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-RPS.
           COPY "RegistroRps.cpy".

       FD  ARQUIVO-MENSALIDADE.
           COPY "RegistroMensalidade.cpy".

       FD  ARQUIVO-CAIXA.
           COPY "RegistroCaixa.cpy".

       FD  ARQUIVO-ESTORNO.
           COPY "RegistroEstorno.cpy".

       FD  ARQUIVO-LOTE.
           COPY "LayoutRps.cpy".

       FD  ARQUIVO-RETORNO.
       01 REG-RETORNO-NFSE.
           05 RNF-RPS PIC 9(8).
           05 RNF-SITUACAO PIC X(1).
           05 RNF-NFSE PIC X(15).
           05 RNF-DATA PIC 9(8).
           05 RNF-MENSAGEM PIC X(40).
           05 FILLER PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-RPS PIC X(2).
       01 WS-STATUS-MEN PIC X(2).
       01 WS-STATUS-CXA PIC X(2).
       01 WS-STATUS-LOT PIC X(2).
       01 WS-STATUS-EST PIC X(2).
       01 WS-ESTORNOS-OK PIC X.
       01 WS-RECIBO-ESTORNADO PIC X.
       01 WS-QTD-ESTORNADOS PIC 9(5).
       01 WS-STATUS-RET PIC X(2).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-MENSALIDADES-OK PIC X.
       01 WS-DATA-INICIO PIC 9(8).
       01 WS-DATA-FIM PIC 9(8).
       01 WS-DATA-ATUAL PIC X(20).
       01 WS-RPS-NOVO PIC 9(8).
       01 WS-LOTE-NOVO PIC 9(6).
       01 WS-NUMERO-BUSCA PIC 9(8).
       01 WS-QTD-PENDENTES PIC 9(6).
       01 WS-QTD-CRIADOS PIC 9(6).
       01 WS-QTD-LOTE PIC 9(6).
       01 WS-VALOR-LOTE PIC 9(9)V9(2).
       01 WS-QTD-EMITIDOS PIC 9(5).
       01 WS-QTD-REJEITADOS PIC 9(5).
       01 WS-QTD-CANCELADOS PIC 9(5).
       01 WS-QTD-DESCONHECIDOS PIC 9(5).
       01 WS-QTD-LISTADOS PIC 9(5).
       01 WS-TOMADOR-DIGITADO PIC X(30).
      * Pagamento candidato a RPS, montado a partir do banco ou do
      * caixa antes de conferir se ja tem RPS.
       01 WS-CANDIDATO.
           05 WS-CAN-ORIGEM PIC X(1).
           05 WS-CAN-REFERENCIA PIC X(11).
           05 WS-CAN-MATRICULA PIC 9(5).
           05 WS-CAN-COMPETENCIA PIC 9(6).
           05 WS-CAN-RECIBO PIC 9(6).
           05 WS-CAN-DATA PIC 9(8).
           05 WS-CAN-VALOR PIC 9(5)V9(2).
           05 WS-CAN-TOMADOR PIC X(30).
       01 WS-REF-BANCO.
           05 WS-REF-MATRICULA PIC 9(5).
           05 WS-REF-COMPETENCIA PIC 9(6).
       01 WS-REF-CAIXA.
           05 WS-REF-RECIBO PIC 9(6).
           05 FILLER PIC X(5) VALUE SPACES.
       01 WS-RPS-ANTERIOR PIC X(200).
       01 WS-NOME-REL PIC X(30).
       01 WS-TITULO-REL PIC X(40).
       01 WS-LINHA-REL PIC X(80).
       01 WS-ED-VALOR PIC ZZZZ9.99.
       01 WS-ED-TOTAL PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "-----------------------------------".
           DISPLAY "   NFS-e - Lote de RPS             ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Gerar Lote de RPS             ".
           DISPLAY "2 -  Processar Retorno Prefeitura  ".
           DISPLAY "3 -  Relatorio Rejeitados/Cancel.  ".
           DISPLAY "4 -  Reenviar RPS                  ".
           DISPLAY "5 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM GERAR-LOTE
               WHEN 2
                   PERFORM PROCESSAR-RETORNO
               WHEN 3
                   PERFORM RELATORIO-PROBLEMAS
               WHEN 4
                   PERFORM REENVIAR-RPS
               WHEN 5
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

       ABRIR-RPS.
           OPEN I-O ARQUIVO-RPS.
           EVALUATE WS-STATUS-RPS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-RPS
                   CLOSE ARQUIVO-RPS
                   OPEN I-O ARQUIVO-RPS
               WHEN OTHER
                   DISPLAY "Erro ao abrir rps.idx. STATUS="
                       WS-STATUS-RPS
           END-EVALUATE.

       APURAR-SEQUENCIAS.
      * Proximo RPS e proximo lote: o maior gravado mais um. O
      * rps.idx nunca apaga registro, entao a sequencia nunca volta.
           MOVE 1 TO WS-RPS-NOVO.
           MOVE 1 TO WS-LOTE-NOVO.
           MOVE ZERO TO WS-QTD-PENDENTES.
           MOVE ZERO TO RPS-NUMERO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START ARQUIVO-RPS KEY IS >= RPS-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-RPS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF RPS-NUMERO >= WS-RPS-NOVO
                           COMPUTE WS-RPS-NOVO = RPS-NUMERO + 1
                       END-IF
                       IF RPS-LOTE >= WS-LOTE-NOVO
                           COMPUTE WS-LOTE-NOVO = RPS-LOTE + 1
                       END-IF
                       IF RPS-PENDENTE
                           ADD 1 TO WS-QTD-PENDENTES
                       END-IF
               END-READ
           END-PERFORM.

       GERAR-LOTE.
           DISPLAY "Pagamentos recebidos de (AAAAMMDD): ".
           ACCEPT WS-DATA-INICIO.
           DISPLAY "ate (AAAAMMDD): ".
           ACCEPT WS-DATA-FIM.
           MOVE ZERO TO WS-QTD-CRIADOS.
           PERFORM ABRIR-RPS.
           PERFORM ABRIR-ESTORNOS.
           PERFORM APURAR-SEQUENCIAS.
           MOVE "N" TO WS-MENSALIDADES-OK.
           OPEN INPUT ARQUIVO-MENSALIDADE.
           IF WS-STATUS-MEN = "00"
               MOVE "S" TO WS-MENSALIDADES-OK
               PERFORM SELECIONAR-BAIXAS-BANCO
           END-IF.
           PERFORM SELECIONAR-RECIBOS-CAIXA.
           IF WS-MENSALIDADES-OK = "S"
               CLOSE ARQUIVO-MENSALIDADE
           END-IF.
           DISPLAY "RPS numerados agora: " WS-QTD-CRIADOS.
           IF WS-QTD-PENDENTES = ZERO
               DISPLAY "Nenhum RPS pendente de envio."
           ELSE
               PERFORM GRAVAR-LOTE
           END-IF.
           CLOSE ARQUIVO-RPS.
           PERFORM FECHAR-ESTORNOS.
           PERFORM PRINCIPAL.

       ABRIR-ESTORNOS.
           MOVE "N" TO WS-ESTORNOS-OK.
           OPEN INPUT ARQUIVO-ESTORNO.
           IF WS-STATUS-EST = "00"
               MOVE "S" TO WS-ESTORNOS-OK
           END-IF.

       FECHAR-ESTORNOS.
           IF WS-ESTORNOS-OK = "S"
               CLOSE ARQUIVO-ESTORNO
           END-IF.

       VERIFICAR-ESTORNO.
      * Recibo em WS-REF-RECIBO com estorno aprovado.
           MOVE "N" TO WS-RECIBO-ESTORNADO.
           IF WS-ESTORNOS-OK = "S"
               MOVE WS-REF-RECIBO TO EST-RECIBO
               READ ARQUIVO-ESTORNO KEY IS EST-RECIBO
                   NOT INVALID KEY
                       IF EST-APROVADO
                           MOVE "S" TO WS-RECIBO-ESTORNADO
                       END-IF
               END-READ
           END-IF.

       SELECIONAR-BAIXAS-BANCO.
      * Baixas do retorno bancario (origem B ou em branco, dos
      * registros anteriores ao campo) e cobrancas quitadas inteiras
      * com credito da familia (origem K, pela data da geracao); o
      * caixa vem pelo diario.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-MENSALIDADE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF MEN-PAGA
                               AND (MEN-BAIXA-BANCO
                                    OR MEN-BAIXA-CREDITO
                                    OR MEN-ORIGEM = SPACE)
                               AND (MEN-VALOR-PAGO > ZERO
                                    OR MEN-CREDITO > ZERO)
                               AND MEN-DATA-PAGAMENTO >= WS-DATA-INICIO
                               AND MEN-DATA-PAGAMENTO <= WS-DATA-FIM
                           IF MEN-BAIXA-CREDITO
                               MOVE "K" TO WS-CAN-ORIGEM
                           ELSE
                               MOVE "B" TO WS-CAN-ORIGEM
                           END-IF
                           MOVE MEN-MATRICULA TO WS-REF-MATRICULA
                           MOVE MEN-COMPETENCIA TO WS-REF-COMPETENCIA
                           MOVE WS-REF-BANCO TO WS-CAN-REFERENCIA
                           MOVE MEN-MATRICULA TO WS-CAN-MATRICULA
                           MOVE MEN-COMPETENCIA TO WS-CAN-COMPETENCIA
                           MOVE ZERO TO WS-CAN-RECIBO
                           MOVE MEN-DATA-PAGAMENTO TO WS-CAN-DATA
                           COMPUTE WS-CAN-VALOR =
                               MEN-VALOR-PAGO + MEN-CREDITO
                           MOVE MEN-NOME-PAGADOR TO WS-CAN-TOMADOR
                           PERFORM CRIAR-RPS-SE-NOVO
                       END-IF
               END-READ
           END-PERFORM.

       SELECIONAR-RECIBOS-CAIXA.
           OPEN INPUT ARQUIVO-CAIXA.
           IF WS-STATUS-CXA = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-CAIXA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CXA-DATA >= WS-DATA-INICIO
                                   AND CXA-DATA <= WS-DATA-FIM
                                   AND CXA-VALOR > ZERO
                                   AND NOT CXA-TAXA-AVULSA
                               PERFORM MONTAR-CANDIDATO-CAIXA
                               PERFORM VERIFICAR-ESTORNO
                               IF WS-RECIBO-ESTORNADO = "N"
                                   PERFORM CRIAR-RPS-SE-NOVO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-CAIXA
           END-IF.

       MONTAR-CANDIDATO-CAIXA.
           MOVE "C" TO WS-CAN-ORIGEM.
           MOVE CXA-RECIBO TO WS-REF-RECIBO.
           MOVE WS-REF-CAIXA TO WS-CAN-REFERENCIA.
           MOVE CXA-MATRICULA TO WS-CAN-MATRICULA.
           MOVE CXA-COMPETENCIA TO WS-CAN-COMPETENCIA.
           MOVE CXA-RECIBO TO WS-CAN-RECIBO.
           MOVE CXA-DATA TO WS-CAN-DATA.
           MOVE CXA-VALOR TO WS-CAN-VALOR.
           MOVE SPACES TO WS-CAN-TOMADOR.
      * O tomador do recibo de caixa e o pagador da cobranca, e a
      * parte dela paga com credito soma ao valor do recibo.
           IF WS-MENSALIDADES-OK = "S"
               MOVE CXA-MATRICULA TO MEN-MATRICULA
               MOVE CXA-COMPETENCIA TO MEN-COMPETENCIA
               READ ARQUIVO-MENSALIDADE KEY IS MEN-CHAVE
                   NOT INVALID KEY
                       MOVE MEN-NOME-PAGADOR TO WS-CAN-TOMADOR
                       ADD MEN-CREDITO TO WS-CAN-VALOR
               END-READ
           END-IF.

       CRIAR-RPS-SE-NOVO.
      * Pagamento que ja tem RPS (em qualquer situacao) nao ganha
      * outro aqui; rejeitado ou cancelado volta pelo reenvio.
           MOVE WS-CAN-ORIGEM TO RPS-ORIGEM.
           MOVE WS-CAN-REFERENCIA TO RPS-REFERENCIA.
           READ ARQUIVO-RPS KEY IS RPS-PAGAMENTO
               INVALID KEY
                   PERFORM GRAVAR-RPS-NOVO
           END-READ.

       GRAVAR-RPS-NOVO.
           INITIALIZE REG-RPS.
           MOVE WS-RPS-NOVO TO RPS-NUMERO.
           MOVE WS-CAN-ORIGEM TO RPS-ORIGEM.
           MOVE WS-CAN-REFERENCIA TO RPS-REFERENCIA.
           MOVE WS-CAN-MATRICULA TO RPS-MATRICULA.
           MOVE WS-CAN-COMPETENCIA TO RPS-COMPETENCIA.
           MOVE WS-CAN-RECIBO TO RPS-RECIBO.
           MOVE WS-CAN-DATA TO RPS-DATA-PAGAMENTO.
           MOVE WS-CAN-VALOR TO RPS-VALOR.
           MOVE WS-CAN-TOMADOR TO RPS-TOMADOR.
           SET RPS-PENDENTE TO TRUE.
           WRITE REG-RPS
               INVALID KEY
                   DISPLAY "Erro ao gravar RPS " WS-RPS-NOVO
               NOT INVALID KEY
                   ADD 1 TO WS-RPS-NOVO
                   ADD 1 TO WS-QTD-CRIADOS
                   ADD 1 TO WS-QTD-PENDENTES
           END-WRITE.

       GRAVAR-LOTE.
      * Todo RPS pendente -- os numerados agora e os reenvios --
      * vai no lote, e passa a enviado com o numero do lote.
           MOVE ZERO TO WS-QTD-LOTE.
           MOVE ZERO TO WS-VALOR-LOTE.
           OPEN OUTPUT ARQUIVO-LOTE.
           IF WS-STATUS-LOT NOT = "00"
               DISPLAY "Erro ao abrir rps_lote.txt (STATUS="
                   WS-STATUS-LOT ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ATUAL.
           MOVE SPACES TO RPL-REGISTRO.
           MOVE "00" TO RPL-H-TIPO.
           MOVE "ESC00001" TO RPL-H-ESCOLA.
           MOVE WS-DATA-ATUAL(1:8) TO RPL-H-DATA.
           MOVE WS-LOTE-NOVO TO RPL-H-LOTE.
           WRITE RPL-REGISTRO.
           MOVE ZERO TO RPS-NUMERO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START ARQUIVO-RPS KEY IS >= RPS-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-RPS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF RPS-PENDENTE
                           PERFORM LOTE-DETALHE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO RPL-REGISTRO.
           MOVE "99" TO RPL-T-TIPO.
           MOVE WS-QTD-LOTE TO RPL-T-QTD.
           MOVE WS-VALOR-LOTE TO RPL-T-VALOR-TOTAL.
           WRITE RPL-REGISTRO.
           CLOSE ARQUIVO-LOTE.
           DISPLAY "Lote " WS-LOTE-NOVO " com " WS-QTD-LOTE
               " RPS, valor " WS-VALOR-LOTE.
           DISPLAY "Lote gravado em rps_lote.txt.".

       LOTE-DETALHE.
           IF RPS-DO-CAIXA
               MOVE RPS-RECIBO TO WS-REF-RECIBO
               PERFORM VERIFICAR-ESTORNO
               IF WS-RECIBO-ESTORNADO = "S"
                   SET RPS-CANCELADO TO TRUE
                   MOVE "RECIBO ESTORNADO NO CAIXA - NAO ENVIADO"
                       TO RPS-MENSAGEM
                   REWRITE REG-RPS
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES TO RPL-REGISTRO.
           MOVE "10" TO RPL-D-TIPO.
           MOVE RPS-NUMERO TO RPL-D-RPS.
           MOVE RPS-DATA-PAGAMENTO TO RPL-D-DATA.
           MOVE "0801" TO RPL-D-SERVICO.
           MOVE RPS-VALOR TO RPL-D-VALOR.
           MOVE RPS-TOMADOR TO RPL-D-TOMADOR.
           MOVE RPS-MATRICULA TO RPL-D-MATRICULA.
           MOVE RPS-COMPETENCIA TO RPL-D-COMPETENCIA.
           MOVE RPS-SUBSTITUI TO RPL-D-SUBSTITUI.
           WRITE RPL-REGISTRO.
           ADD 1 TO WS-QTD-LOTE.
           ADD RPS-VALOR TO WS-VALOR-LOTE.
           SET RPS-ENVIADO TO TRUE.
           MOVE WS-LOTE-NOVO TO RPS-LOTE.
           MOVE WS-DATA-ATUAL(1:8) TO RPS-DATA-ENVIO.
           REWRITE REG-RPS.

       PROCESSAR-RETORNO.
           MOVE ZERO TO WS-QTD-EMITIDOS.
           MOVE ZERO TO WS-QTD-REJEITADOS.
           MOVE ZERO TO WS-QTD-CANCELADOS.
           MOVE ZERO TO WS-QTD-DESCONHECIDOS.
           OPEN INPUT ARQUIVO-RETORNO.
           IF WS-STATUS-RET NOT = "00"
               DISPLAY "nfse_retorno.txt nao encontrado (STATUS="
                   WS-STATUS-RET ")."
           ELSE
               PERFORM ABRIR-RPS
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-RETORNO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM TRATAR-LINHA-RETORNO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-RPS
               CLOSE ARQUIVO-RETORNO
               DISPLAY "NFS-e emitidas:        " WS-QTD-EMITIDOS
               DISPLAY "RPS rejeitados:        " WS-QTD-REJEITADOS
               DISPLAY "NFS-e canceladas:      " WS-QTD-CANCELADOS
               DISPLAY "RPS desconhecidos:     " WS-QTD-DESCONHECIDOS
           END-IF.
           PERFORM PRINCIPAL.

       TRATAR-LINHA-RETORNO.
           MOVE RNF-RPS TO RPS-NUMERO.
           READ ARQUIVO-RPS KEY IS RPS-NUMERO
               INVALID KEY
                   DISPLAY "RPS do retorno nao encontrado: " RNF-RPS
                   ADD 1 TO WS-QTD-DESCONHECIDOS
               NOT INVALID KEY
                   MOVE RNF-MENSAGEM TO RPS-MENSAGEM
                   EVALUATE RNF-SITUACAO
                       WHEN "E"
                           SET RPS-EMITIDO TO TRUE
                           MOVE RNF-NFSE TO RPS-NFSE
                           MOVE RNF-DATA TO RPS-DATA-EMISSAO
                           ADD 1 TO WS-QTD-EMITIDOS
                       WHEN "R"
                           SET RPS-REJEITADO TO TRUE
                           ADD 1 TO WS-QTD-REJEITADOS
                       WHEN "C"
                           SET RPS-CANCELADO TO TRUE
                           ADD 1 TO WS-QTD-CANCELADOS
                       WHEN OTHER
                           DISPLAY "Situacao desconhecida no retorno: "
                               RNF-RPS " " RNF-SITUACAO
                           ADD 1 TO WS-QTD-DESCONHECIDOS
                   END-EVALUATE
                   REWRITE REG-RPS
           END-READ.

       RELATORIO-PROBLEMAS.
           MOVE ZERO TO WS-QTD-LISTADOS.
           MOVE ZERO TO WS-VALOR-LOTE.
           MOVE "rps_rejeitados.rel" TO WS-NOME-REL.
           MOVE "RPS REJEITADOS E NFS-E CANCELADAS" TO WS-TITULO-REL.
           MOVE ZERO TO WS-QTD-ESTORNADOS.
           CALL "REL-ABRIR" USING WS-NOME-REL WS-TITULO-REL.
           PERFORM ABRIR-RPS.
           PERFORM ABRIR-ESTORNOS.
           MOVE ZERO TO RPS-NUMERO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START ARQUIVO-RPS KEY IS >= RPS-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-RPS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE "N" TO WS-RECIBO-ESTORNADO
                       IF RPS-DO-CAIXA
                           MOVE RPS-RECIBO TO WS-REF-RECIBO
                           PERFORM VERIFICAR-ESTORNO
                       END-IF
                       EVALUATE TRUE
                           WHEN WS-RECIBO-ESTORNADO = "S"
                                   AND (RPS-ENVIADO OR RPS-EMITIDO)
                               PERFORM LISTAR-NFSE-ESTORNADA
                           WHEN RPS-REJEITADO OR RPS-CANCELADO
                               PERFORM LISTAR-PROBLEMA
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-RPS.
           PERFORM FECHAR-ESTORNOS.
           MOVE WS-VALOR-LOTE TO WS-ED-TOTAL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TOTAL " WS-QTD-LISTADOS " RPS SEM REENVIO, R$ "
                  WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "NFS-E DE RECIBO ESTORNADO A CANCELAR: "
                  WS-QTD-ESTORNADOS
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           CALL "REL-FECHAR".
           DISPLAY "RPS rejeitados/cancelados sem reenvio: "
               WS-QTD-LISTADOS.
           DISPLAY "NFS-e de recibo estornado a cancelar: "
               WS-QTD-ESTORNADOS.
           PERFORM PRINCIPAL.

       LISTAR-NFSE-ESTORNADA.
           ADD 1 TO WS-QTD-ESTORNADOS.
           MOVE RPS-VALOR TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "RPS " RPS-NUMERO " " RPS-STATUS " MAT "
                  RPS-MATRICULA " " WS-ED-VALOR " RECIBO " RPS-RECIBO
                  " ESTORNADO"
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "    NFS-E " RPS-NFSE " A CANCELAR NA PREFEITURA"
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       LISTAR-PROBLEMA.
           MOVE RPS-VALOR TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA-REL.
           EVALUATE TRUE
               WHEN WS-RECIBO-ESTORNADO = "S"
                   STRING "RPS " RPS-NUMERO " " RPS-STATUS " MAT "
                          RPS-MATRICULA " " WS-ED-VALOR " RECIBO "
                          "ESTORNADO - SEM REENVIO"
                          DELIMITED BY SIZE INTO WS-LINHA-REL
                   END-STRING
               WHEN RPS-REENVIADO-EM = ZERO
                   ADD 1 TO WS-QTD-LISTADOS
                   ADD RPS-VALOR TO WS-VALOR-LOTE
                   STRING "RPS " RPS-NUMERO " " RPS-STATUS " MAT "
                          RPS-MATRICULA " " WS-ED-VALOR " PENDENTE "
                          "DE REENVIO"
                          DELIMITED BY SIZE INTO WS-LINHA-REL
                   END-STRING
               WHEN OTHER
                   STRING "RPS " RPS-NUMERO " " RPS-STATUS " MAT "
                          RPS-MATRICULA " " WS-ED-VALOR " REENVIADO NO "
                          "RPS " RPS-REENVIADO-EM
                          DELIMITED BY SIZE INTO WS-LINHA-REL
                   END-STRING
           END-EVALUATE.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "    " RPS-MENSAGEM
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       REENVIAR-RPS.
      * O reenvio nunca reaproveita o numero: gera RPS novo,
      * pendente para o proximo lote, apontando o anterior, e marca
      * o anterior como reenviado.
           DISPLAY "Numero do RPS rejeitado/cancelado: ".
           ACCEPT WS-NUMERO-BUSCA.
           PERFORM ABRIR-RPS.
           MOVE WS-NUMERO-BUSCA TO RPS-NUMERO.
           READ ARQUIVO-RPS KEY IS RPS-NUMERO
               INVALID KEY
                   DISPLAY "RPS nao encontrado."
               NOT INVALID KEY
                   MOVE "N" TO WS-RECIBO-ESTORNADO
                   IF RPS-DO-CAIXA
                       PERFORM ABRIR-ESTORNOS
                       MOVE RPS-RECIBO TO WS-REF-RECIBO
                       PERFORM VERIFICAR-ESTORNO
                       PERFORM FECHAR-ESTORNOS
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-RECIBO-ESTORNADO = "S"
                           DISPLAY "Recibo " RPS-RECIBO " foi "
                               "estornado no caixa; RPS nao e "
                               "reenviado."
                       WHEN (RPS-REJEITADO OR RPS-CANCELADO)
                               AND RPS-REENVIADO-EM = ZERO
                           PERFORM GERAR-REENVIO
                       WHEN OTHER
                           DISPLAY "RPS nao esta rejeitado/cancelado "
                               "ou ja foi reenviado."
                   END-EVALUATE
           END-READ.
           CLOSE ARQUIVO-RPS.
           PERFORM PRINCIPAL.

       GERAR-REENVIO.
           DISPLAY "Mensagem da prefeitura: " RPS-MENSAGEM.
           DISPLAY "Tomador (vazio = " RPS-TOMADOR "): ".
           MOVE SPACES TO WS-TOMADOR-DIGITADO.
           ACCEPT WS-TOMADOR-DIGITADO.
           MOVE REG-RPS TO WS-RPS-ANTERIOR.
           PERFORM APURAR-SEQUENCIAS.
           MOVE WS-RPS-ANTERIOR TO REG-RPS.
           MOVE WS-RPS-NOVO TO RPS-NUMERO.
           SET RPS-PENDENTE TO TRUE.
           MOVE ZERO TO RPS-LOTE.
           MOVE ZERO TO RPS-DATA-ENVIO.
           MOVE SPACES TO RPS-NFSE.
           MOVE ZERO TO RPS-DATA-EMISSAO.
           MOVE SPACES TO RPS-MENSAGEM.
           MOVE ZERO TO RPS-REENVIADO-EM.
           MOVE WS-NUMERO-BUSCA TO RPS-SUBSTITUI.
           IF WS-TOMADOR-DIGITADO NOT = SPACES
               MOVE WS-TOMADOR-DIGITADO TO RPS-TOMADOR
           END-IF.
           WRITE REG-RPS
               INVALID KEY
                   DISPLAY "Erro ao gravar RPS " WS-RPS-NOVO
               NOT INVALID KEY
                   MOVE WS-RPS-ANTERIOR TO REG-RPS
                   MOVE WS-RPS-NOVO TO RPS-REENVIADO-EM
                   REWRITE REG-RPS
                   DISPLAY "RPS " WS-RPS-NOVO " gerado; vai no "
                       "proximo lote."
           END-WRITE.
