           AUTHOR. Alexandre S S Alves.

      * Modulo de mensalidades: gera a cobranca do mes para todos os
      * alunos de alunos.idx, baixa pagamentos a partir do arquivo de
      * retorno do banco (retorno_banco.txt), imprime o relatorio de
      * inadimplencia por turma com faixas de atraso e monta a
      * remessa de cobranca (remessa_banco.txt) enviada ao banco no
      * layout de LayoutRemessa.cpy. O nome do pagador e buscado em
      * responsaveis.idx na geracao, para a secretaria parar de
      * redigitar as familias todo mes. Linha do retorno que nao
      * baixa limpa (sem cobranca, ja paga, renegociada ou com valor
      * divergente) vai para o arquivo de suspensos (suspensos.idx)
      * com o motivo, tratado depois pela tesouraria em
      * SUSPENSOS.cbl. Na geracao, o saldo de credito da familia
      * (creditos.idx, via MOVCREDITO) e consumido antes de a
      * cobranca ir para o boleto. Cobranca baixada (banco ou
      * caixa) que estava negativada tem a exclusao emitida na hora
      * por BAIXANEGATIVACAO. As taxas avulsas em aberto
      * (taxas_avulsas.idx) vao na remessa junto com a mensalidade,
      * sao baixadas pelo retorno e recebidas no caixa na competencia
      * 8NNNNN e entram no relatorio de inadimplencia; paga, a taxa
      * libera o item de origem (QUITARTAXA). Na geracao, a
      * mensalidade das atividades de contraturno do aluno
      * (CONTRATURNO-COBRAR) e lancada como taxa avulsa, linha
      * separada no boleto, e sai no log de geracao.

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
           SELECT ARQUIVO-RESPONSAVEL ASSIGN TO "responsaveis.idx"
               ORGANIZATION IS INDEXED
           SELECT ARQUIVO-RECIBOS ASSIGN TO "recibos_caixa.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RCB.
           SELECT ARQUIVO-SUSPENSO ASSIGN TO "suspensos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-NUMERO
               FILE STATUS IS WS-STATUS-SUS.
           SELECT ARQUIVO-TAXA ASSIGN TO "taxas_avulsas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-NUMERO
               FILE STATUS IS WS-STATUS-TAX.
           SELECT WORK-SORT ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FD  ARQUIVO-RECIBOS.
       01 LINHA-RECIBO PIC X(80).

       FD  ARQUIVO-SUSPENSO.
           COPY "RegistroSuspenso.cpy".

       FD  ARQUIVO-TAXA.
           COPY "RegistroTaxa.cpy".

       SD  WORK-SORT.
       01 REGISTRO-SORT.
           05 SORT-TURMA PIC X(10).
       01 WS-STATUS-RCB PIC X(2).
       01 WS-MATRICULA-CAIXA PIC 9(5).
       01 WS-COMP-CAIXA PIC 9(6).
           88 WS-CAIXA-TAXA VALUE 800000 THRU 899999.
       01 WS-VALOR-RECEBIDO PIC 9(5)V9(2).
       01 WS-RECIBO-NOVO PIC 9(6).
       01 WS-DATA-FECHAMENTO PIC 9(8).
       01 WS-QTD-CAIXA-DIA PIC 9(5).
       01 WS-TOTAL-CAIXA-DIA PIC 9(7)V9(2).
       01 WS-QTD-ESTORNOS-DIA PIC 9(5).
       01 WS-TOTAL-ESTORNOS-DIA PIC 9(7)V9(2).
       01 WS-LIQUIDO-CAIXA-DIA PIC S9(7)V9(2).
       01 WS-ED-LIQUIDO-CAIXA PIC -ZZZZZZ9.99.
       01 WS-ED-CAIXA PIC ZZZZZZ9.99.
       01 WS-COMPETENCIA PIC 9(6).
       01 WS-VALOR PIC 9(5)V9(2).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-COMP-REMESSA PIC 9(6).
       01 WS-QTD-REMESSA PIC 9(6) VALUE ZERO.
       01 WS-VALOR-REMESSA PIC 9(9)V9(2) VALUE ZERO.
       01 WS-STATUS-SUS PIC X(2).
       01 WS-SUSPENSO-NOVO PIC 9(6).
       01 WS-TOTAL-SUSPENSOS PIC 9(5) VALUE ZERO.
       01 WS-MOTIVO-SUSPENSO PIC X(1).
       01 WS-MAT-RETORNO PIC 9(5).
       01 WS-COMP-RETORNO PIC 9(6).
           88 WS-RETORNO-TAXA VALUE 800000 THRU 899999.
       01 WS-DATA-RETORNO PIC 9(8).
       01 WS-VALOR-RETORNO PIC 9(5)V9(2).
       01 WS-VALOR-COBRANCA PIC 9(5)V9(2).
       01 WS-OPERACAO-CREDITO PIC X(1) VALUE "C".
       01 WS-VALOR-CREDITO PIC 9(7)V9(2).
       01 WS-ORIGEM-CREDITO PIC X(20).
       01 WS-SALDO-CREDITO PIC 9(7)V9(2).
       01 WS-TIPO-TITULAR PIC X(1).
       01 WS-TITULAR-CREDITO PIC 9(5).
       01 WS-TOTAL-CREDITO PIC 9(7)V9(2) VALUE ZERO.
       01 WS-MOTIVO-NEGATIVACAO PIC X(1) VALUE "P".
       01 WS-STATUS-TAX PIC X(2).
       01 WS-TAXAS-OK PIC X.
       01 WS-PAGADOR-CAIXA PIC X(30).
       01 WS-QTD-TAXAS-REMESSA PIC 9(6).
       01 WS-ED-TAXA PIC ZZZZ9.99.
       01 WS-VALOR-CONTRATURNO PIC 9(7)V9(2).
       01 WS-TOTAL-CONTRATURNO PIC 9(7)V9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
               MOVE ZERO TO WS-TOTAL-GERADAS
               MOVE ZERO TO WS-TOTAL-JA-EXISTIAM
               MOVE ZERO TO WS-TOTAL-DESCONTO
               MOVE ZERO TO WS-TOTAL-CREDITO
               MOVE ZERO TO WS-TOTAL-CONTRATURNO
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT ARQUIVO-ALUNOS
               IF WS-STATUS-ALU NOT = "00"
                   DISPLAY "Nenhum aluno cadastrado (alunos.idx "
                       "STATUS=" WS-STATUS-ALU ")."
                   IF WS-TURMAS-OK = "S"
                       CLOSE ARQUIVO-TURMA
                       WS-TOTAL-JA-EXISTIAM
                   DISPLAY "Descontos concedidos:   "
                       WS-TOTAL-DESCONTO
                   DISPLAY "Credito de familia usado: "
                       WS-TOTAL-CREDITO
                   DISPLAY "Sem preco (contingencia): "
                       WS-TOTAL-SEM-PRECO
                   DISPLAY "Contraturno lancado:    "
                       WS-TOTAL-CONTRATURNO
               END-IF
           END-IF.
           PERFORM PRINCIPAL.
                   AND SITUACAO-ALUNO NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           PERFORM COBRAR-CONTRATURNO.
           INITIALIZE REG-MENSALIDADE.
           MOVE MATRICULA-ALUNO TO MEN-MATRICULA.
           MOVE WS-COMPETENCIA TO MEN-COMPETENCIA.
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GERADAS
                   ADD MEN-DESCONTO TO WS-TOTAL-DESCONTO
                   PERFORM CONSUMIR-CREDITO
                   PERFORM LOGAR-GERACAO
           END-WRITE.

       COBRAR-CONTRATURNO.
      * Atividades de contraturno vao como taxa avulsa (tipo AC) na
      * remessa, linha separada da mensalidade; a competencia ja
      * lancada nao se repete se a geracao rodar de novo.
           CALL "CONTRATURNO-COBRAR" USING MATRICULA-ALUNO
               WS-COMPETENCIA WS-VALOR-CONTRATURNO.
           IF WS-VALOR-CONTRATURNO > ZERO
               ADD WS-VALOR-CONTRATURNO TO WS-TOTAL-CONTRATURNO
               MOVE WS-VALOR-CONTRATURNO TO WS-ED-TAXA
               MOVE SPACES TO WS-LINHA-REL
               STRING MATRICULA-ALUNO " " NOME-ALUNO(1:20)
                      " CONTRATURNO (TAXA AC) " WS-ED-TAXA
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
           END-IF.

       CONSUMIR-CREDITO.
      * Familia com saldo de credito (creditos.idx) paga a cobranca
      * nova com ele antes de qualquer boleto: o consumido sai de
      * MEN-VALOR e fica em MEN-CREDITO; coberta inteira, a cobranca
      * ja nasce paga com origem credito. So depois da gravacao, para
      * cobranca que ja existia nao comer saldo.
           MOVE MEN-VALOR TO WS-VALOR-CREDITO.
           MOVE SPACES TO WS-ORIGEM-CREDITO.
           STRING "MENS " MEN-MATRICULA " " MEN-COMPETENCIA
                  DELIMITED BY SIZE INTO WS-ORIGEM-CREDITO
           END-STRING.
           CALL "MOVCREDITO" USING MEN-MATRICULA WS-OPERACAO-CREDITO
               WS-VALOR-CREDITO WS-ORIGEM-CREDITO WS-SALDO-CREDITO
               WS-TIPO-TITULAR WS-TITULAR-CREDITO.
           IF WS-VALOR-CREDITO > ZERO
               MOVE WS-VALOR-CREDITO TO MEN-CREDITO
               SUBTRACT WS-VALOR-CREDITO FROM MEN-VALOR
               IF MEN-VALOR = ZERO
                   MOVE FUNCTION CURRENT-DATE TO WS-DATA-ATUAL
                   SET MEN-PAGA TO TRUE
                   SET MEN-BAIXA-CREDITO TO TRUE
                   MOVE WS-DATA-ATUAL(1:8) TO MEN-DATA-PAGAMENTO
                   MOVE ZERO TO MEN-VALOR-PAGO
               END-IF
               REWRITE REG-MENSALIDADE
               ADD WS-VALOR-CREDITO TO WS-TOTAL-CREDITO
               MOVE WS-VALOR-CREDITO TO WS-ED-DESCONTO
               MOVE SPACES TO WS-LINHA-REL
               STRING MEN-MATRICULA " " NOME-ALUNO(1:20)
                      " CREDITO DA FAMILIA USADO " WS-ED-DESCONTO
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
           END-IF.

       DEFINIR-VALOR-ALUNO.
      * Preco da tabela pela serie da turma do aluno (turmas.idx ->
      * precos.idx, no ano letivo da turma); sem turma valida ou sem
           MOVE ZERO TO WS-TOTAL-BAIXADAS.
           MOVE ZERO TO WS-TOTAL-RET-REJEITADOS.
           MOVE ZERO TO WS-TOTAL-DIVERGENTES.
           MOVE ZERO TO WS-TOTAL-SUSPENSOS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-RETORNO.
           IF WS-STATUS-RET NOT = "00"
                   TO WS-TITULO-REL
               CALL "REL-ABRIR" USING WS-NOME-REL WS-TITULO-REL
               PERFORM ABRIR-MENSALIDADES
               PERFORM ABRIR-SUSPENSOS
               PERFORM ABRIR-TAXAS
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-ATUAL
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-RETORNO
                       AT END
                           PERFORM BAIXAR-LINHA-RETORNO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-SUSPENSO
               CLOSE ARQUIVO-MENSALIDADE
               IF WS-TAXAS-OK = "S"
                   CLOSE ARQUIVO-TAXA
               END-IF
               CLOSE ARQUIVO-RETORNO
               CALL "REL-FECHAR"
               DISPLAY "Pagamentos baixados:  " WS-TOTAL-BAIXADAS
                   WS-TOTAL-RET-REJEITADOS
               DISPLAY "Pagamentos a menor:   "
                   WS-TOTAL-DIVERGENTES
               DISPLAY "Enviados ao suspenso: "
                   WS-TOTAL-SUSPENSOS
           END-IF.
           PERFORM PRINCIPAL.

       ABRIR-SUSPENSOS.
      * O numero do proximo suspenso e o maior gravado mais um, como
      * a numeracao dos acordos.
           OPEN I-O ARQUIVO-SUSPENSO.
           IF WS-STATUS-SUS = "35"
               OPEN OUTPUT ARQUIVO-SUSPENSO
               CLOSE ARQUIVO-SUSPENSO
               OPEN I-O ARQUIVO-SUSPENSO
           END-IF.
           IF WS-STATUS-SUS NOT = "00"
               DISPLAY "Erro ao abrir suspensos.idx. STATUS="
                   WS-STATUS-SUS
           END-IF.
           MOVE 1 TO WS-SUSPENSO-NOVO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-SUSPENSO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF SUS-NUMERO >= WS-SUSPENSO-NOVO
                           COMPUTE WS-SUSPENSO-NOVO = SUS-NUMERO + 1
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIM-ARQUIVO.

       ABRIR-TAXAS.
      * Sem taxa avulsa lancada ainda, o arquivo nao existe: a baixa
      * e o caixa seguem so com as mensalidades.
           MOVE "N" TO WS-TAXAS-OK.
           OPEN I-O ARQUIVO-TAXA.
           IF WS-STATUS-TAX = "00"
               MOVE "S" TO WS-TAXAS-OK
           END-IF.

       BAIXAR-LINHA-RETORNO.
           MOVE SPACES TO WS-CAMPOS.
           MOVE ZERO TO WS-CONTADOR-CAMPOS.
           MOVE ZERO TO WS-MAT-RETORNO.
           MOVE ZERO TO WS-COMP-RETORNO.
           MOVE ZERO TO WS-DATA-RETORNO.
           MOVE ZERO TO WS-VALOR-RETORNO.
           MOVE ZERO TO WS-VALOR-COBRANCA.
           UNSTRING LINHA-RETORNO DELIMITED BY ";"
               INTO WS-CAMPO(1) WS-CAMPO(2) WS-CAMPO(3) WS-CAMPO(4)
               TALLYING IN WS-CONTADOR-CAMPOS
           IF WS-CONTADOR-CAMPOS < 4
               DISPLAY "Retorno rejeitado (campos): " LINHA-RETORNO
               ADD 1 TO WS-TOTAL-RET-REJEITADOS
               SET SUS-LINHA-INVALIDA TO TRUE
               MOVE SUS-MOTIVO TO WS-MOTIVO-SUSPENSO
               PERFORM GRAVAR-SUSPENSO
           ELSE
               MOVE WS-CAMPO(1) TO WS-MAT-RETORNO
               MOVE WS-CAMPO(2) TO WS-COMP-RETORNO
               MOVE WS-CAMPO(3) TO WS-DATA-RETORNO
               COMPUTE WS-VALOR-RETORNO =
                   FUNCTION NUMVAL(WS-CAMPO(4))
               IF WS-RETORNO-TAXA
                   PERFORM BAIXAR-TAXA-RETORNO
               ELSE
                   MOVE WS-MAT-RETORNO TO MEN-MATRICULA
                   MOVE WS-COMP-RETORNO TO MEN-COMPETENCIA
                   READ ARQUIVO-MENSALIDADE KEY IS MEN-CHAVE
                       INVALID KEY
                           DISPLAY "Retorno em suspenso (cobranca "
                               "nao encontrada): " LINHA-RETORNO
                           ADD 1 TO WS-TOTAL-RET-REJEITADOS
                           MOVE "N" TO WS-MOTIVO-SUSPENSO
                           PERFORM GRAVAR-SUSPENSO
                       NOT INVALID KEY
                           PERFORM APLICAR-LINHA-RETORNO
                   END-READ
               END-IF
           END-IF.

       BAIXAR-TAXA-RETORNO.
      * Boleto de taxa avulsa (competencia 8NNNNN): a taxa tem de
      * existir para a matricula e estar em aberto; taxa cancelada
      * ou de outra matricula e cobranca inexistente. Sem multa nem
      * juros, o valor tem de ser exatamente o da taxa: a menor ou
      * a maior vai para suspenso por valor divergente, como na
      * mensalidade; em SUSPENSOS o valor vira credito ou
      * devolucao.
           MOVE "N" TO WS-MOTIVO-SUSPENSO.
           IF WS-TAXAS-OK = "S"
               COMPUTE TAX-NUMERO = WS-COMP-RETORNO - 800000
               READ ARQUIVO-TAXA KEY IS TAX-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TAX-MATRICULA = WS-MAT-RETORNO
                               AND NOT TAX-CANCELADA
                           MOVE TAX-VALOR TO WS-VALOR-COBRANCA
                           EVALUATE TRUE
                               WHEN TAX-PAGA
                                   MOVE "D" TO WS-MOTIVO-SUSPENSO
                               WHEN WS-VALOR-RETORNO < TAX-VALOR
                                   MOVE "V" TO WS-MOTIVO-SUSPENSO
                               WHEN WS-VALOR-RETORNO > TAX-VALOR
                                   MOVE "V" TO WS-MOTIVO-SUSPENSO
                               WHEN OTHER
                                   MOVE SPACE TO WS-MOTIVO-SUSPENSO
                           END-EVALUATE
                       END-IF
               END-READ
           END-IF.
           IF WS-MOTIVO-SUSPENSO = SPACE
               SET TAX-PAGA TO TRUE
               SET TAX-BAIXA-BANCO TO TRUE
               MOVE WS-DATA-RETORNO TO TAX-DATA-PAGAMENTO
               MOVE WS-VALOR-RETORNO TO TAX-VALOR-PAGO
               REWRITE REG-TAXA
               CALL "QUITARTAXA" USING TAX-TIPO TAX-REFERENCIA
                   TAX-DATA-PAGAMENTO
               ADD 1 TO WS-TOTAL-BAIXADAS
           ELSE
               DISPLAY "Retorno em suspenso (taxa avulsa, motivo "
                   WS-MOTIVO-SUSPENSO "): " LINHA-RETORNO
               IF WS-MOTIVO-SUSPENSO = "N"
                   ADD 1 TO WS-TOTAL-RET-REJEITADOS
               END-IF
               PERFORM GRAVAR-SUSPENSO
           END-IF.

       APLICAR-LINHA-RETORNO.
      * Segundo pagamento de cobranca ja paga nao sobrescreve o
      * primeiro; cobranca absorvida por acordo nao recebe baixa
      * avulsa; valor abaixo da cobranca ou acima do devido com
      * multa e juros nao baixa no escuro. Tudo isso vai para o
      * suspenso, com o valor da cobranca ao lado.
           MOVE MEN-VALOR TO WS-VALOR-COBRANCA.
           EVALUATE TRUE
               WHEN MEN-PAGA
                   DISPLAY "Retorno em suspenso (cobranca ja paga): "
                       LINHA-RETORNO
                   MOVE "D" TO WS-MOTIVO-SUSPENSO
                   PERFORM GRAVAR-SUSPENSO
               WHEN MEN-RENEGOCIADA
                   DISPLAY "Retorno em suspenso (cobranca em "
                       "acordo): " LINHA-RETORNO
                   MOVE "R" TO WS-MOTIVO-SUSPENSO
                   PERFORM GRAVAR-SUSPENSO
               WHEN OTHER
                   PERFORM CALCULAR-VALOR-ESPERADO
                   IF WS-VALOR-RETORNO < MEN-VALOR
                           OR WS-VALOR-RETORNO > WS-VALOR-ESPERADO
                       DISPLAY "Retorno em suspenso (valor "
                           "divergente): " LINHA-RETORNO
                       MOVE "V" TO WS-MOTIVO-SUSPENSO
                       PERFORM GRAVAR-SUSPENSO
                   ELSE
                       SET MEN-PAGA TO TRUE
                       SET MEN-BAIXA-BANCO TO TRUE
                       MOVE WS-DATA-RETORNO TO MEN-DATA-PAGAMENTO
                       MOVE WS-VALOR-RETORNO TO MEN-VALOR-PAGO
                       REWRITE REG-MENSALIDADE
                       CALL "BAIXANEGATIVACAO" USING MEN-MATRICULA
                           MEN-COMPETENCIA WS-MOTIVO-NEGATIVACAO
                       ADD 1 TO WS-TOTAL-BAIXADAS
                       PERFORM CONFERIR-MULTA-JUROS
                   END-IF
           END-EVALUATE.

       GRAVAR-SUSPENSO.
           INITIALIZE REG-SUSPENSO.
           MOVE WS-SUSPENSO-NOVO TO SUS-NUMERO.
           MOVE WS-DATA-ATUAL(1:8) TO SUS-DATA-ENTRADA.
           MOVE WS-MOTIVO-SUSPENSO TO SUS-MOTIVO.
           MOVE WS-MAT-RETORNO TO SUS-MATRICULA.
           MOVE WS-COMP-RETORNO TO SUS-COMPETENCIA.
           MOVE WS-DATA-RETORNO TO SUS-DATA-PAGAMENTO.
           MOVE WS-VALOR-RETORNO TO SUS-VALOR.
           MOVE WS-VALOR-COBRANCA TO SUS-VALOR-COBRANCA.
           MOVE LINHA-RETORNO TO SUS-LINHA.
           SET SUS-PENDENTE TO TRUE.
           WRITE REG-SUSPENSO
               INVALID KEY
                   DISPLAY "Erro ao gravar suspenso " WS-SUSPENSO-NOVO
               NOT INVALID KEY
                   ADD 1 TO WS-SUSPENSO-NOVO
                   ADD 1 TO WS-TOTAL-SUSPENSOS
           END-WRITE.

       CALCULAR-VALOR-ESPERADO.
      * Pagamento depois do vencimento: o valor esperado e o valor
      * da cobranca mais a multa percentual e os juros diarios da
      * politica de cobranca; em dia, e o proprio valor.
           MOVE ZERO TO WS-DIAS-ATRASO.
           MOVE MEN-VALOR TO WS-VALOR-ESPERADO.
           IF MEN-VENCIMENTO = ZERO
               COMPUTE WS-VENC-EFETIVO = MEN-COMPETENCIA * 100 + 10
           ELSE
               MOVE MEN-VENCIMENTO TO WS-VENC-EFETIVO
           END-IF.
           IF WS-DATA-RETORNO > WS-VENC-EFETIVO
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-RETORNO)
                   - FUNCTION INTEGER-OF-DATE(WS-VENC-EFETIVO)
               COMPUTE WS-VALOR-ESPERADO ROUNDED =
                   MEN-VALOR
                   + MEN-VALOR * WS-MULTA-PERC / 100
                   + MEN-VALOR * WS-JUROS-DIA * WS-DIAS-ATRASO
                       / 100
           END-IF.

       CONFERIR-MULTA-JUROS.
      * Pagou a cobranca mas menos do que a multa e os juros
      * devidos: a baixa vale, e a linha vai para o relatorio de
      * divergencias da tesouraria.
           IF WS-DIAS-ATRASO > ZERO
                   AND MEN-VALOR-PAGO < WS-VALOR-ESPERADO
               ADD 1 TO WS-TOTAL-DIVERGENTES
               MOVE WS-VALOR-ESPERADO TO WS-ED-ESPERADO
               MOVE MEN-VALOR-PAGO TO WS-ED-PAGO
               MOVE WS-DIAS-ATRASO TO WS-ED-DIAS
               MOVE SPACES TO WS-LINHA-REL
               STRING MEN-MATRICULA " " MEN-COMPETENCIA
                      " ATRASO " WS-ED-DIAS
                      " ESPERADO " WS-ED-ESPERADO
                      " PAGO " WS-ED-PAGO
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
           END-IF.

       RELATORIO-INADIMPLENCIA.
               END-PERFORM
               CLOSE ARQUIVO-MENSALIDADE
           END-IF.
      * Taxas avulsas em aberto entram na mesma lista, na
      * competencia 8NNNNN; o atraso conta do vencimento da remessa
      * ou, antes dela, do mes do lancamento.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-TAXA.
           IF WS-STATUS-TAX = "00"
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-TAXA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF TAX-ABERTA
                               PERFORM LIBERAR-TAXA-ABERTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-TAXA
           END-IF.

       LIBERAR-ABERTA.
           MOVE MEN-COMPETENCIA TO WS-COMP-ITEM.
               MOVE ZERO TO WS-MESES-ATRASO
           END-IF.
           MOVE SPACES TO SORT-TURMA.
           MOVE MEN-MATRICULA TO SORT-MATRICULA.
           PERFORM BUSCAR-TURMA-ALUNO.
           MOVE MEN-COMPETENCIA TO SORT-COMPETENCIA.
           MOVE MEN-VALOR TO SORT-VALOR.
           MOVE MEN-NOME-PAGADOR TO SORT-PAGADOR.
           MOVE WS-MESES-ATRASO TO SORT-MESES-ATRASO.
           RELEASE REGISTRO-SORT.

       LIBERAR-TAXA-ABERTA.
           IF TAX-VENCIMENTO = ZERO
               MOVE TAX-DATA-LANCAMENTO(1:6) TO WS-COMP-ITEM
           ELSE
               MOVE TAX-VENCIMENTO(1:6) TO WS-COMP-ITEM
           END-IF.
           COMPUTE WS-MESES-ATRASO =
               (WS-COMP-ATUAL-ANO - WS-COMP-ITEM-ANO) * 12
               + WS-COMP-ATUAL-MES - WS-COMP-ITEM-MES.
           IF WS-MESES-ATRASO < ZERO
               MOVE ZERO TO WS-MESES-ATRASO
           END-IF.
           MOVE SPACES TO SORT-TURMA.
           MOVE TAX-MATRICULA TO SORT-MATRICULA.
           PERFORM BUSCAR-TURMA-ALUNO.
           COMPUTE SORT-COMPETENCIA = 800000 + TAX-NUMERO.
           MOVE TAX-VALOR TO SORT-VALOR.
           MOVE TAX-PAGADOR TO SORT-PAGADOR.
           MOVE WS-MESES-ATRASO TO SORT-MESES-ATRASO.
           RELEASE REGISTRO-SORT.

       BUSCAR-TURMA-ALUNO.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU = "00"
               MOVE SORT-MATRICULA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       MOVE "(SEM CAD.)" TO SORT-TURMA
      * disciplina posicional do intercambio do censo. O banco passa
      * a devolver retorno_banco.txt contra esta remessa, e a
      * conciliacao enviado x retornado deixa de depender da
      * planilha digitada a mao. As taxas avulsas em aberto vao
      * junto (REMESSA-TAXAS).
           DISPLAY "Competencia da remessa (AAAAMM): ".
           ACCEPT WS-COMP-REMESSA.
           MOVE ZERO TO WS-QTD-REMESSA.
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM REMESSA-TAXAS
                   PERFORM REMESSA-TRAILER
                   CLOSE ARQUIVO-REMESSA
                   CLOSE ARQUIVO-MENSALIDADE
                   DISPLAY "Cobrancas na remessa: " WS-QTD-REMESSA
                   DISPLAY "  das quais taxas:    "
                       WS-QTD-TAXAS-REMESSA
                   DISPLAY "Valor total:          " WS-VALOR-REMESSA
                   DISPLAY "Remessa gravada em remessa_banco.txt."
               END-IF
           ADD 1 TO WS-QTD-REMESSA.
           ADD MEN-VALOR TO WS-VALOR-REMESSA.

       REMESSA-TAXAS.
      * Taxa avulsa em aberto vai na primeira remessa depois do
      * lancamento, com o vencimento da mensalidade do aluno naquela
      * competencia (dia 10 sem mensalidade), e fica marcada com a
      * competencia da remessa: refazer a mesma remessa a leva de
      * novo, a remessa do mes seguinte nao.
           MOVE ZERO TO WS-QTD-TAXAS-REMESSA.
           PERFORM ABRIR-TAXAS.
           IF WS-TAXAS-OK = "S"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-TAXA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF TAX-ABERTA
                                   AND (TAX-COMP-REMESSA = ZERO
                                     OR TAX-COMP-REMESSA =
                                        WS-COMP-REMESSA)
                               PERFORM REMESSA-DETALHE-TAXA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-TAXA
           END-IF.

       REMESSA-DETALHE-TAXA.
           COMPUTE TAX-VENCIMENTO = WS-COMP-REMESSA * 100 + 10.
           MOVE TAX-MATRICULA TO MEN-MATRICULA.
           MOVE WS-COMP-REMESSA TO MEN-COMPETENCIA.
           READ ARQUIVO-MENSALIDADE KEY IS MEN-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MEN-VENCIMENTO NOT = ZERO
                       MOVE MEN-VENCIMENTO TO TAX-VENCIMENTO
                   END-IF
           END-READ.
           MOVE WS-COMP-REMESSA TO TAX-COMP-REMESSA.
           REWRITE REG-TAXA.
           MOVE SPACES TO REM-REGISTRO.
           MOVE "10" TO REM-D-TIPO.
           MOVE TAX-MATRICULA TO REM-D-MATRICULA.
           COMPUTE REM-D-COMPETENCIA = 800000 + TAX-NUMERO.
           MOVE TAX-VALOR TO REM-D-VALOR.
           MOVE TAX-VENCIMENTO TO REM-D-VENCIMENTO.
           MOVE TAX-PAGADOR TO REM-D-PAGADOR.
           WRITE REM-REGISTRO.
           ADD 1 TO WS-QTD-REMESSA.
           ADD 1 TO WS-QTD-TAXAS-REMESSA.
           ADD TAX-VALOR TO WS-VALOR-REMESSA.

       REMESSA-TRAILER.
           MOVE SPACES TO REM-REGISTRO.
           MOVE "99" TO REM-T-TIPO.
      * Pagamento no balcao da secretaria: baixa a cobranca direto,
      * imprime recibo numerado em recibos_caixa.txt e lanca o
      * pagamento no diario de caixa, em vez da gambiarra de forjar
      * uma linha no retorno do banco. Taxa avulsa em aberto do
      * aluno e recebida pelo mesmo caminho, informando 8NNNNN no
      * lugar da competencia.
           DISPLAY "Matricula do Aluno: ".
           ACCEPT WS-MATRICULA-CAIXA.
           PERFORM MOSTRAR-TAXAS-ABERTAS.
           DISPLAY "Competencia (AAAAMM) ou taxa avulsa (8NNNNN): ".
           ACCEPT WS-COMP-CAIXA.
           IF WS-CAIXA-TAXA
               PERFORM RECEBER-TAXA-EM-CAIXA
               PERFORM PRINCIPAL
           END-IF.
           PERFORM ABRIR-MENSALIDADES.
           IF WS-STATUS = "00"
               MOVE WS-MATRICULA-CAIXA TO MEN-MATRICULA
           MOVE WS-DATA-ATUAL(1:8) TO MEN-DATA-PAGAMENTO.
           MOVE WS-VALOR-RECEBIDO TO MEN-VALOR-PAGO.
           REWRITE REG-MENSALIDADE.
           CALL "BAIXANEGATIVACAO" USING MEN-MATRICULA MEN-COMPETENCIA
               WS-MOTIVO-NEGATIVACAO.
           MOVE MEN-NOME-PAGADOR TO WS-PAGADOR-CAIXA.
           PERFORM PROXIMO-RECIBO.
           PERFORM LANCAR-NO-CAIXA.
           PERFORM IMPRIMIR-RECIBO.
           DISPLAY "Pagamento recebido. Recibo " WS-RECIBO-NOVO
               " em recibos_caixa.txt.".

       MOSTRAR-TAXAS-ABERTAS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-TAXA.
           IF WS-STATUS-TAX = "00"
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-TAXA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF TAX-ABERTA
                                   AND TAX-MATRICULA =
                                       WS-MATRICULA-CAIXA
                               MOVE TAX-VALOR TO WS-ED-TAXA
                               DISPLAY "  Taxa em aberto 8" TAX-NUMERO
                                   " " TAX-DESCRICAO " R$ "
                                   WS-ED-TAXA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-TAXA
           END-IF.

       RECEBER-TAXA-EM-CAIXA.
           PERFORM ABRIR-TAXAS.
           IF WS-TAXAS-OK NOT = "S"
               DISPLAY "Taxa nao encontrada."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE TAX-NUMERO = WS-COMP-CAIXA - 800000.
           READ ARQUIVO-TAXA KEY IS TAX-NUMERO
               INVALID KEY
                   DISPLAY "Taxa nao encontrada."
               NOT INVALID KEY
                   IF TAX-MATRICULA NOT = WS-MATRICULA-CAIXA
                       DISPLAY "Taxa nao pertence a matricula."
                   ELSE
                       IF NOT TAX-ABERTA
                           DISPLAY "Taxa nao esta em aberto "
                               "(status " TAX-STATUS ")."
                       ELSE
                           PERFORM RECEBER-TAXA-BALCAO
                       END-IF
                   END-IF
           END-READ.
           CLOSE ARQUIVO-TAXA.

       RECEBER-TAXA-BALCAO.
           DISPLAY "Taxa: " TAX-DESCRICAO.
           DISPLAY "Valor da taxa: " TAX-VALOR.
           DISPLAY "Valor recebido (vazio = valor da taxa): ".
           MOVE ZERO TO WS-VALOR-RECEBIDO.
           ACCEPT WS-VALOR-RECEBIDO.
           IF WS-VALOR-RECEBIDO = ZERO
               MOVE TAX-VALOR TO WS-VALOR-RECEBIDO
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ATUAL.
           PERFORM PROXIMO-RECIBO.
           SET TAX-PAGA TO TRUE.
           SET TAX-BAIXA-CAIXA TO TRUE.
           MOVE WS-DATA-ATUAL(1:8) TO TAX-DATA-PAGAMENTO.
           MOVE WS-VALOR-RECEBIDO TO TAX-VALOR-PAGO.
           MOVE WS-RECIBO-NOVO TO TAX-RECIBO.
           REWRITE REG-TAXA.
           CALL "QUITARTAXA" USING TAX-TIPO TAX-REFERENCIA
               TAX-DATA-PAGAMENTO.
           MOVE TAX-PAGADOR TO WS-PAGADOR-CAIXA.
           PERFORM LANCAR-NO-CAIXA.
           PERFORM IMPRIMIR-RECIBO.
           DISPLAY "Taxa recebida. Recibo " WS-RECIBO-NOVO
               " em recibos_caixa.txt.".

       PROXIMO-RECIBO.
      * O numero do recibo e o maior do diario de caixa mais um: o
      * diario so cresce por acrescimo, entao a sequencia nunca
               OPEN OUTPUT ARQUIVO-CAIXA
           END-IF.
           MOVE WS-RECIBO-NOVO TO CXA-RECIBO.
           MOVE WS-DATA-ATUAL(1:8) TO CXA-DATA.
           MOVE WS-MATRICULA-CAIXA TO CXA-MATRICULA.
           MOVE WS-COMP-CAIXA TO CXA-COMPETENCIA.
           MOVE WS-VALOR-RECEBIDO TO CXA-VALOR.
           WRITE REG-CAIXA.
           CLOSE ARQUIVO-CAIXA.

           WRITE LINHA-RECIBO.
           MOVE SPACES TO LINHA-RECIBO.
           STRING "RECIBO No. " WS-RECIBO-NOVO
                  "   DATA " WS-DATA-ATUAL(1:8)
                  DELIMITED BY SIZE INTO LINHA-RECIBO
           END-STRING.
           WRITE LINHA-RECIBO.
           MOVE SPACES TO LINHA-RECIBO.
           STRING "Recebemos de " WS-PAGADOR-CAIXA
                  DELIMITED BY SIZE INTO LINHA-RECIBO
           END-STRING.
           WRITE LINHA-RECIBO.
           MOVE WS-VALOR-RECEBIDO TO WS-ED-CAIXA.
           MOVE SPACES TO LINHA-RECIBO.
           STRING "a importancia de R$ " WS-ED-CAIXA
                  " ref. matricula " WS-MATRICULA-CAIXA
                  " comp. " WS-COMP-CAIXA
                  DELIMITED BY SIZE INTO LINHA-RECIBO
           END-STRING.
           WRITE LINHA-RECIBO.
           IF WS-CAIXA-TAXA
               MOVE SPACES TO LINHA-RECIBO
               STRING "referente a taxa avulsa " TAX-NUMERO
                      " - " TAX-DESCRICAO
                      DELIMITED BY SIZE INTO LINHA-RECIBO
               END-STRING
               WRITE LINHA-RECIBO
           END-IF.
           MOVE ALL "=" TO LINHA-RECIBO.
           WRITE LINHA-RECIBO.
           CLOSE ARQUIVO-RECIBOS.
       FECHAMENTO-CAIXA.
      * Fecha o caixa do dia: soma o diario da data informada e
      * imprime a prova para conferir com a gaveta, separada das
      * baixas que vieram do banco. Estornos aprovados no dia
      * (ESTORNOCAIXA) saem em linhas proprias e abatem do liquido.
           DISPLAY "Data do fechamento (AAAAMMDD; vazio = hoje): ".
           MOVE ZERO TO WS-DATA-FECHAMENTO.
           ACCEPT WS-DATA-FECHAMENTO.
           END-IF.
           MOVE ZERO TO WS-QTD-CAIXA-DIA.
           MOVE ZERO TO WS-TOTAL-CAIXA-DIA.
           MOVE ZERO TO WS-QTD-ESTORNOS-DIA.
           MOVE ZERO TO WS-TOTAL-ESTORNOS-DIA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-CAIXA.
           IF WS-STATUS-CXA NOT = "00"
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
               MOVE WS-TOTAL-ESTORNOS-DIA TO WS-ED-CAIXA
               MOVE SPACES TO WS-LINHA-REL
               STRING "ESTORNOS DO DIA:       " WS-QTD-ESTORNOS-DIA
                      " RECIBO(S), R$ " WS-ED-CAIXA
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
               COMPUTE WS-LIQUIDO-CAIXA-DIA =
                   WS-TOTAL-CAIXA-DIA - WS-TOTAL-ESTORNOS-DIA
               MOVE WS-LIQUIDO-CAIXA-DIA TO WS-ED-LIQUIDO-CAIXA
               MOVE SPACES TO WS-LINHA-REL
               STRING "LIQUIDO DA GAVETA:                     R$ "
                      WS-ED-LIQUIDO-CAIXA
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
               CALL "REL-FECHAR"
               DISPLAY "Recibos do dia:  " WS-QTD-CAIXA-DIA
               DISPLAY "Total do caixa:  " WS-TOTAL-CAIXA-DIA
               DISPLAY "Estornos do dia: " WS-QTD-ESTORNOS-DIA
               DISPLAY "Liquido:         " WS-ED-LIQUIDO-CAIXA
           END-IF.
           PERFORM PRINCIPAL.

       LISTAR-LANCAMENTO-CAIXA.
           IF CXA-VALOR < ZERO
               ADD 1 TO WS-QTD-ESTORNOS-DIA
               SUBTRACT CXA-VALOR FROM WS-TOTAL-ESTORNOS-DIA
               MOVE CXA-VALOR TO WS-ED-LIQUIDO-CAIXA
               MOVE SPACES TO WS-LINHA-REL
               STRING "ESTORNO " CXA-RECIBO
                      " MAT " CXA-MATRICULA
                      " COMP " CXA-COMPETENCIA
                      " VALOR " WS-ED-LIQUIDO-CAIXA
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-CAIXA-DIA.
           ADD CXA-VALOR TO WS-TOTAL-CAIXA-DIA.
           MOVE CXA-VALOR TO WS-ED-CAIXA.
