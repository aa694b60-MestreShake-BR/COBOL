       IDENTIFICATION DIVISION.
           PROGRAM-ID. NEGATIVACAO.
           AUTHOR. Alexandre S S Alves.

      * Negativacao de responsaveis no cadastro de protecao ao
      * credito, na ordem que a lei exige:
      *   1 - aviso previo: mensalidade (ou parcela de acordo nao
      *       vigente) em aberto ha mais dias do vencimento do que o
      *       parametro da politica de cobranca entra no registro
      *       negativacoes.idx e gera carta ao responsavel pela fila
      *       de eventos (tipo NEGATIVACAO, despachado por
      *       NOTIFICACOES.cbl), com o prazo para pagar;
      *   2 - inclusao: vencido o prazo do aviso, o que continua em
      *       aberto vai para negativacao_inclusao.txt
      *       (LayoutNegativacao.cpy) com o endereco de
      *       responsaveis.idx; o que foi pago no prazo e cancelado;
      *   3 - exclusao: sai na hora da baixa, por BAIXANEGATIVACAO;
      *       a conferencia daqui pega o que tenha escapado (divida
      *       incluida que nao esta mais em aberto) e emite o lote
      *       pendente;
      *   4 - relatorio do registro, prova de quando cada inclusao e
      *       exclusao foi enviada.
      * Parcela de acordo vigente nunca e negativada; as cobrancas
      * originais do acordo ja sairam de aberto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-NEGATIVACAO ASSIGN TO "negativacoes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEG-CHAVE
               FILE STATUS IS WS-STATUS-NEG.
           SELECT ARQUIVO-MENSALIDADE ASSIGN TO "mensalidades.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WS-STATUS-MEN.
           SELECT ARQUIVO-ACORDO ASSIGN TO "acordos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-NUMERO
               FILE STATUS IS WS-STATUS-ACD.
           SELECT ARQUIVO-RESPONSAVEL ASSIGN TO "responsaveis.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS WS-STATUS-RSP.
           SELECT ARQUIVO-INCLUSAO
               ASSIGN TO "negativacao_inclusao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INC.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-NEGATIVACAO.
           COPY "RegistroNegativacao.cpy".

       FD  ARQUIVO-MENSALIDADE.
           COPY "RegistroMensalidade.cpy".

       FD  ARQUIVO-ACORDO.
           COPY "RegistroAcordo.cpy".

       FD  ARQUIVO-RESPONSAVEL.
           COPY "RegistroResponsavel.cpy".

       FD  ARQUIVO-INCLUSAO.
           COPY "LayoutNegativacao.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-NEG PIC X(2).
       01 WS-STATUS-MEN PIC X(2).
       01 WS-STATUS-ACD PIC X(2).
       01 WS-STATUS-RSP PIC X(2).
       01 WS-STATUS-INC PIC X(2).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-DIAS-NEGATIVACAO PIC 9(3).
       01 WS-DIAS-AVISO PIC 9(3).
       01 WS-VENC-EFETIVO PIC 9(8).
       01 WS-DIAS-ATRASO PIC S9(6).
       01 WS-COBERTA-ACORDO PIC X.
       01 WS-ACHOU-MEN PIC X.
       01 WS-LOTE-NOVO PIC 9(6).
       01 WS-LOTE-ABERTO PIC X.
       01 WS-QTD-LOTE PIC 9(6).
       01 WS-VALOR-LOTE PIC 9(9)V9(2).
       01 WS-TOTAL-AVISOS PIC 9(5).
       01 WS-TOTAL-CANCELADAS PIC 9(5).
       01 WS-TOTAL-PENDENTES PIC 9(5).
       01 WS-EVT-TIPO PIC X(14) VALUE "NEGATIVACAO".
       01 WS-EVT-CHAVE PIC X(10).
       01 WS-EVT-DADOS PIC X(60).
       01 WS-ED-VALOR PIC ZZZZ9.99.
       01 WS-NOME-REL PIC X(30) VALUE "negativacoes.rel".
       01 WS-TITULO-REL PIC X(40)
           VALUE "REGISTRO DE NEGATIVACOES".
       01 WS-LINHA-REL PIC X(80).
       01 WS-QTD-STATUS.
           05 WS-QTD-AVISADAS PIC 9(5).
           05 WS-QTD-INCLUIDAS PIC 9(5).
           05 WS-QTD-PENDENTES-EXC PIC 9(5).
           05 WS-QTD-EXCLUIDAS PIC 9(5).
           05 WS-QTD-CANCELADAS PIC 9(5).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "-----------------------------------".
           DISPLAY "   Negativacao de Inadimplentes    ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Emitir Avisos Previos         ".
           DISPLAY "2 -  Gerar Arquivo de Inclusao     ".
           DISPLAY "3 -  Conferir e Emitir Exclusoes   ".
           DISPLAY "4 -  Relatorio do Registro         ".
           DISPLAY "5 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM EMITIR-AVISOS
               WHEN 2
                   PERFORM GERAR-INCLUSAO
               WHEN 3
                   PERFORM CONFERIR-EXCLUSOES
               WHEN 4
                   PERFORM RELATORIO-REGISTRO
               WHEN 5
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

       ABRIR-NEGATIVACOES.
           OPEN I-O ARQUIVO-NEGATIVACAO.
           EVALUATE WS-STATUS-NEG
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-NEGATIVACAO
                   CLOSE ARQUIVO-NEGATIVACAO
                   OPEN I-O ARQUIVO-NEGATIVACAO
               WHEN OTHER
                   DISPLAY "Erro ao abrir negativacoes.idx. STATUS="
                       WS-STATUS-NEG
           END-EVALUATE.

       POSICIONAR-INICIO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO NEG-CHAVE.
           START ARQUIVO-NEGATIVACAO KEY IS >= NEG-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.

       EMITIR-AVISOS.
           CALL "POLITICA-NEGATIVACAO" USING WS-DIAS-NEGATIVACAO
               WS-DIAS-AVISO.
           MOVE ZERO TO WS-TOTAL-AVISOS.
           PERFORM ABRIR-NEGATIVACOES.
           OPEN INPUT ARQUIVO-MENSALIDADE.
           IF WS-STATUS-MEN NOT = "00"
               DISPLAY "mensalidades.idx indisponivel (STATUS="
                   WS-STATUS-MEN ")."
           ELSE
               OPEN INPUT ARQUIVO-ACORDO
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-MENSALIDADE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF MEN-ABERTA
                               PERFORM AVALIAR-COBRANCA
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-STATUS-ACD = "00"
                   CLOSE ARQUIVO-ACORDO
               END-IF
               CLOSE ARQUIVO-MENSALIDADE
           END-IF.
           CLOSE ARQUIVO-NEGATIVACAO.
           DISPLAY "Atraso minimo: " WS-DIAS-NEGATIVACAO
               " dias. Prazo do aviso: " WS-DIAS-AVISO " dias.".
           DISPLAY "Avisos previos emitidos: " WS-TOTAL-AVISOS.
           DISPLAY "Cartas na fila de eventos (NOTIFICACOES).".
           PERFORM PRINCIPAL.

       AVALIAR-COBRANCA.
           IF MEN-VENCIMENTO = ZERO
               COMPUTE WS-VENC-EFETIVO = MEN-COMPETENCIA * 100 + 10
           ELSE
               MOVE MEN-VENCIMENTO TO WS-VENC-EFETIVO
           END-IF.
           MOVE ZERO TO WS-DIAS-ATRASO.
           IF MEN-COMPETENCIA(1:2) NOT = "99"
                   OR MEN-VENCIMENTO NOT = ZERO
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE)
                   - FUNCTION INTEGER-OF-DATE(WS-VENC-EFETIVO)
           END-IF.
           IF WS-DIAS-ATRASO >= WS-DIAS-NEGATIVACAO
               PERFORM VERIFICAR-ACORDO-VIGENTE
               IF WS-COBERTA-ACORDO = "N"
                   MOVE MEN-CHAVE TO NEG-CHAVE
                   READ ARQUIVO-NEGATIVACAO KEY IS NEG-CHAVE
                       INVALID KEY
                           PERFORM REGISTRAR-AVISO
                   END-READ
               END-IF
           END-IF.

       VERIFICAR-ACORDO-VIGENTE.
           MOVE "N" TO WS-COBERTA-ACORDO.
           IF MEN-ACORDO NOT = ZERO AND WS-STATUS-ACD = "00"
               MOVE MEN-ACORDO TO ACD-NUMERO
               READ ARQUIVO-ACORDO KEY IS ACD-NUMERO
                   NOT INVALID KEY
                       IF ACD-VIGENTE
                           MOVE "S" TO WS-COBERTA-ACORDO
                       END-IF
               END-READ
           END-IF.

       REGISTRAR-AVISO.
           INITIALIZE REG-NEGATIVACAO.
           MOVE MEN-MATRICULA TO NEG-MATRICULA.
           MOVE MEN-COMPETENCIA TO NEG-COMPETENCIA.
           MOVE WS-VENC-EFETIVO TO NEG-VENCIMENTO.
           MOVE MEN-VALOR TO NEG-VALOR.
           MOVE MEN-NOME-PAGADOR TO NEG-DEVEDOR.
           SET NEG-AVISADA TO TRUE.
           MOVE WS-HOJE TO NEG-DATA-AVISO.
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + WS-DIAS-AVISO)
               TO NEG-DATA-LIMITE.
           WRITE REG-NEGATIVACAO
               INVALID KEY
                   DISPLAY "Erro ao gravar aviso " NEG-CHAVE
                       ". STATUS=" WS-STATUS-NEG
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-AVISOS
                   PERFORM ENFILEIRAR-CARTA-AVISO
           END-WRITE.

       ENFILEIRAR-CARTA-AVISO.
      * A carta sai pelo despachante de eventos; a chave e a
      * matricula (endereco do responsavel) e os dados levam a
      * divida e a data limite para pagar antes da inclusao.
           MOVE NEG-MATRICULA TO WS-EVT-CHAVE.
           MOVE NEG-VALOR TO WS-ED-VALOR.
           MOVE SPACES TO WS-EVT-DADOS.
           STRING "COMP " NEG-COMPETENCIA
               " VENC " NEG-VENCIMENTO
               " R$ " WS-ED-VALOR
               " PRAZO " NEG-DATA-LIMITE
               DELIMITED BY SIZE INTO WS-EVT-DADOS
           END-STRING.
           CALL "GRAVAREVENTO" USING WS-EVT-TIPO WS-EVT-CHAVE
               WS-EVT-DADOS.

       GERAR-INCLUSAO.
           MOVE ZERO TO WS-TOTAL-CANCELADAS.
           MOVE ZERO TO WS-TOTAL-PENDENTES.
           MOVE ZERO TO WS-QTD-LOTE.
           MOVE ZERO TO WS-VALOR-LOTE.
           MOVE "N" TO WS-LOTE-ABERTO.
           PERFORM ABRIR-NEGATIVACOES.
           OPEN INPUT ARQUIVO-MENSALIDADE.
           IF WS-STATUS-MEN NOT = "00"
               DISPLAY "mensalidades.idx indisponivel (STATUS="
                   WS-STATUS-MEN ")."
           ELSE
               OPEN INPUT ARQUIVO-ACORDO
               OPEN INPUT ARQUIVO-RESPONSAVEL
               PERFORM APURAR-LOTE-INCLUSAO
               PERFORM POSICIONAR-INICIO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-NEGATIVACAO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF NEG-AVISADA
                                   AND NEG-DATA-LIMITE <= WS-HOJE
                               PERFORM AVALIAR-INCLUSAO
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-LOTE-ABERTO = "S"
                   PERFORM FECHAR-LOTE-INCLUSAO
               END-IF
               IF WS-STATUS-RSP = "00"
                   CLOSE ARQUIVO-RESPONSAVEL
               END-IF
               IF WS-STATUS-ACD = "00"
                   CLOSE ARQUIVO-ACORDO
               END-IF
               CLOSE ARQUIVO-MENSALIDADE
           END-IF.
           CLOSE ARQUIVO-NEGATIVACAO.
           DISPLAY "Dividas incluidas: " WS-QTD-LOTE.
           DISPLAY "Pagas no prazo do aviso (canceladas): "
               WS-TOTAL-CANCELADAS.
           DISPLAY "Em acordo vigente (aguardando): "
               WS-TOTAL-PENDENTES.
           PERFORM PRINCIPAL.

       APURAR-LOTE-INCLUSAO.
           MOVE 1 TO WS-LOTE-NOVO.
           PERFORM POSICIONAR-INICIO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-NEGATIVACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF NEG-LOTE-INCLUSAO >= WS-LOTE-NOVO
                           COMPUTE WS-LOTE-NOVO =
                               NEG-LOTE-INCLUSAO + 1
                       END-IF
               END-READ
           END-PERFORM.

       LER-MENSALIDADE-DA-DIVIDA.
           MOVE "S" TO WS-ACHOU-MEN.
           MOVE NEG-MATRICULA TO MEN-MATRICULA.
           MOVE NEG-COMPETENCIA TO MEN-COMPETENCIA.
           READ ARQUIVO-MENSALIDADE KEY IS MEN-CHAVE
               INVALID KEY
                   MOVE "N" TO WS-ACHOU-MEN
           END-READ.

       AVALIAR-INCLUSAO.
      * Confere de novo a cobranca: paga ou renegociada durante o
      * prazo do aviso nao vai ao bureau.
           PERFORM LER-MENSALIDADE-DA-DIVIDA.
           EVALUATE TRUE
               WHEN WS-ACHOU-MEN = "N" OR NOT MEN-ABERTA
                   SET NEG-CANCELADA TO TRUE
                   MOVE WS-HOJE TO NEG-DATA-BAIXA
                   PERFORM DEFINIR-MOTIVO-BAIXA
                   REWRITE REG-NEGATIVACAO
                   ADD 1 TO WS-TOTAL-CANCELADAS
               WHEN OTHER
                   PERFORM VERIFICAR-ACORDO-VIGENTE
                   IF WS-COBERTA-ACORDO = "S"
                       ADD 1 TO WS-TOTAL-PENDENTES
                   ELSE
                       PERFORM INCLUIR-DIVIDA
                   END-IF
           END-EVALUATE.

       DEFINIR-MOTIVO-BAIXA.
           IF WS-ACHOU-MEN = "S" AND MEN-RENEGOCIADA
               SET NEG-BAIXA-ACORDO TO TRUE
           ELSE
               SET NEG-BAIXA-PAGAMENTO TO TRUE
           END-IF.

       INCLUIR-DIVIDA.
           IF WS-LOTE-ABERTO = "N"
               PERFORM ABRIR-LOTE-INCLUSAO
           END-IF.
           IF WS-LOTE-ABERTO = "S"
               MOVE SPACES TO NGL-REGISTRO
               MOVE "10" TO NGL-D-TIPO
               MOVE "I" TO NGL-D-OPERACAO
               MOVE NEG-MATRICULA TO NGL-D-MATRICULA
               MOVE NEG-COMPETENCIA TO NGL-D-COMPETENCIA
               MOVE NEG-VENCIMENTO TO NGL-D-VENCIMENTO
               MOVE NEG-VALOR TO NGL-D-VALOR
               MOVE NEG-DEVEDOR TO NGL-D-DEVEDOR
               MOVE NEG-DATA-AVISO TO NGL-D-DATA-AVISO
               WRITE NGL-REGISTRO
               PERFORM GRAVAR-ENDERECO-DEVEDOR
               ADD 1 TO WS-QTD-LOTE
               ADD NEG-VALOR TO WS-VALOR-LOTE
               SET NEG-INCLUIDA TO TRUE
               MOVE WS-HOJE TO NEG-DATA-INCLUSAO
               MOVE WS-LOTE-NOVO TO NEG-LOTE-INCLUSAO
               REWRITE REG-NEGATIVACAO
           END-IF.

       GRAVAR-ENDERECO-DEVEDOR.
           MOVE SPACES TO NGL-REGISTRO.
           MOVE "11" TO NGL-E-TIPO.
           MOVE NEG-CHAVE TO NGL-E-CONTRATO.
           IF WS-STATUS-RSP = "00"
               MOVE NEG-MATRICULA TO RSP-MATRICULA
               READ ARQUIVO-RESPONSAVEL KEY IS RSP-MATRICULA
                   NOT INVALID KEY
                       MOVE RSP-ENDERECO TO NGL-E-ENDERECO
                       MOVE RSP-TELEFONE TO NGL-E-TELEFONE
               END-READ
           END-IF.
           WRITE NGL-REGISTRO.

       ABRIR-LOTE-INCLUSAO.
           OPEN EXTEND ARQUIVO-INCLUSAO.
           IF WS-STATUS-INC = "35"
               OPEN OUTPUT ARQUIVO-INCLUSAO
           END-IF.
           IF WS-STATUS-INC NOT = "00"
               DISPLAY "Erro ao abrir negativacao_inclusao.txt. "
                   "STATUS=" WS-STATUS-INC
           ELSE
               MOVE "S" TO WS-LOTE-ABERTO
               MOVE SPACES TO NGL-REGISTRO
               MOVE "00" TO NGL-H-TIPO
               MOVE "I" TO NGL-H-OPERACAO
               MOVE "ESC00001" TO NGL-H-CREDOR
               MOVE WS-HOJE TO NGL-H-DATA
               MOVE WS-LOTE-NOVO TO NGL-H-LOTE
               WRITE NGL-REGISTRO
           END-IF.

       FECHAR-LOTE-INCLUSAO.
           MOVE SPACES TO NGL-REGISTRO.
           MOVE "99" TO NGL-T-TIPO.
           MOVE WS-QTD-LOTE TO NGL-T-QTD.
           MOVE WS-VALOR-LOTE TO NGL-T-VALOR-TOTAL.
           WRITE NGL-REGISTRO.
           CLOSE ARQUIVO-INCLUSAO.
           DISPLAY "Lote de inclusao " WS-LOTE-NOVO
               " em negativacao_inclusao.txt.".

       CONFERIR-EXCLUSOES.
      * Rede de seguranca da exclusao imediata: divida incluida cuja
      * cobranca nao esta mais em aberto vira exclusao pendente, e
      * aviso ainda no prazo com cobranca baixada e cancelado. O
      * lote sai em seguida por NEGATIVACAO-EXCLUSOES.
           MOVE ZERO TO WS-TOTAL-PENDENTES.
           MOVE ZERO TO WS-TOTAL-CANCELADAS.
           PERFORM ABRIR-NEGATIVACOES.
           OPEN INPUT ARQUIVO-MENSALIDADE.
           IF WS-STATUS-MEN NOT = "00"
               DISPLAY "mensalidades.idx indisponivel (STATUS="
                   WS-STATUS-MEN ")."
               CLOSE ARQUIVO-NEGATIVACAO
           ELSE
               PERFORM POSICIONAR-INICIO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-NEGATIVACAO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF NEG-INCLUIDA OR NEG-AVISADA
                               PERFORM CONFERIR-DIVIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MENSALIDADE
               CLOSE ARQUIVO-NEGATIVACAO
               CALL "NEGATIVACAO-EXCLUSOES"
           END-IF.
           DISPLAY "Exclusoes que estavam sem emitir: "
               WS-TOTAL-PENDENTES.
           DISPLAY "Avisos cancelados: " WS-TOTAL-CANCELADAS.
           PERFORM PRINCIPAL.

       CONFERIR-DIVIDA.
           PERFORM LER-MENSALIDADE-DA-DIVIDA.
           IF WS-ACHOU-MEN = "N" OR NOT MEN-ABERTA
               MOVE WS-HOJE TO NEG-DATA-BAIXA
               PERFORM DEFINIR-MOTIVO-BAIXA
               IF NEG-INCLUIDA
                   SET NEG-EXCLUSAO-PENDENTE TO TRUE
                   ADD 1 TO WS-TOTAL-PENDENTES
               ELSE
                   SET NEG-CANCELADA TO TRUE
                   ADD 1 TO WS-TOTAL-CANCELADAS
               END-IF
               REWRITE REG-NEGATIVACAO
           END-IF.

       RELATORIO-REGISTRO.
           INITIALIZE WS-QTD-STATUS.
           OPEN INPUT ARQUIVO-NEGATIVACAO.
           IF WS-STATUS-NEG NOT = "00"
               DISPLAY "Registro de negativacoes vazio "
                   "(negativacoes.idx STATUS=" WS-STATUS-NEG ")."
           ELSE
               CALL "REL-ABRIR" USING WS-NOME-REL WS-TITULO-REL
               MOVE "MATR. COMP.     VALOR ST AVISO    INCLUSAO LOTE"
                   TO WS-LINHA-REL
               MOVE "   EXCLUSAO LOTE" TO WS-LINHA-REL(48:16)
               CALL "REL-LINHA" USING WS-LINHA-REL
               MOVE ALL "-" TO WS-LINHA-REL
               CALL "REL-LINHA" USING WS-LINHA-REL
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-NEGATIVACAO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM IMPRIMIR-NEGATIVACAO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-NEGATIVACAO
               MOVE ALL "-" TO WS-LINHA-REL
               CALL "REL-LINHA" USING WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "AVISADAS " WS-QTD-AVISADAS
                   " INCLUIDAS " WS-QTD-INCLUIDAS
                   " EXCL.PENDENTES " WS-QTD-PENDENTES-EXC
                   " EXCLUIDAS " WS-QTD-EXCLUIDAS
                   " CANCELADAS " WS-QTD-CANCELADAS
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
               CALL "REL-FECHAR"
               DISPLAY "Relatorio em " WS-NOME-REL
           END-IF.
           PERFORM PRINCIPAL.

       IMPRIMIR-NEGATIVACAO.
           EVALUATE TRUE
               WHEN NEG-AVISADA
                   ADD 1 TO WS-QTD-AVISADAS
               WHEN NEG-INCLUIDA
                   ADD 1 TO WS-QTD-INCLUIDAS
               WHEN NEG-EXCLUSAO-PENDENTE
                   ADD 1 TO WS-QTD-PENDENTES-EXC
               WHEN NEG-EXCLUIDA
                   ADD 1 TO WS-QTD-EXCLUIDAS
               WHEN NEG-CANCELADA
                   ADD 1 TO WS-QTD-CANCELADAS
           END-EVALUATE.
           MOVE NEG-VALOR TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA-REL.
           STRING NEG-MATRICULA " " NEG-COMPETENCIA " "
               WS-ED-VALOR " " NEG-STATUS NEG-MOTIVO-BAIXA " "
               NEG-DATA-AVISO " " NEG-DATA-INCLUSAO " "
               NEG-LOTE-INCLUSAO " " NEG-DATA-EXCLUSAO " "
               NEG-LOTE-EXCLUSAO
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
