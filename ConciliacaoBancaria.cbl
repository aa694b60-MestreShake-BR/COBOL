       IDENTIFICATION DIVISION.
           PROGRAM-ID. CONCILIACAOBANCARIA.
           AUTHOR. Alexandre S S Alves.

      * Conciliacao do extrato bancario. O banco manda
      * extrato_banco.txt, uma linha por lancamento no formato
      * AAAAMMDD;HISTORICO;VALOR;DOCUMENTO, onde interessam os
      * creditos DEP (deposito em dinheiro) e COB (liquidacao de
      * boletos); tarifas e debitos sao ignorados. Do nosso lado
      * esperam-se, por dia:
      *   - o total do fechamento do caixa da secretaria
      *     (caixa_diario.dat), liquido dos estornos lancados no
      *     dia, depositado em ate 3 dias;
      *   - a soma das baixas de boleto do retorno (mensalidades.idx
      *     com origem banco, pela data de pagamento), das taxas
      *     avulsas pagas por boleto (taxas_avulsas.idx) e o que o
      *     retorno mandou para o suspenso e nao foi aplicado em
      *     cobranca (suspensos.idx), creditada em ate 3 dias.
      * Cada total esperado vira um registro em conciliacao.idx:
      * conciliado (credito de mesmo valor), diferenca de valor ou
      * falta de credito; credito do extrato sem par vira credito
      * nao identificado. Dia cujo prazo ainda nao venceu no extrato
      * espera o proximo. Pendencias antigas sao conferidas de novo
      * a cada importacao (deposito atrasado) e ficam no relatorio
      * ate alguem resolver, com operador e observacao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-EXTRATO ASSIGN TO "extrato_banco.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXT.
           SELECT ARQUIVO-CONCILIACAO ASSIGN TO "conciliacao.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNC-CHAVE
               FILE STATUS IS WS-STATUS-CNC.
           SELECT ARQUIVO-CAIXA ASSIGN TO "caixa_diario.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CXA.
           SELECT ARQUIVO-MENSALIDADE ASSIGN TO "mensalidades.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WS-STATUS-MEN.
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

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-EXTRATO.
       01 LINHA-EXTRATO PIC X(80).

       FD  ARQUIVO-CONCILIACAO.
           COPY "RegistroConciliacao.cpy".

       FD  ARQUIVO-CAIXA.
           COPY "RegistroCaixa.cpy".

       FD  ARQUIVO-MENSALIDADE.
           COPY "RegistroMensalidade.cpy".

       FD  ARQUIVO-SUSPENSO.
           COPY "RegistroSuspenso.cpy".

       FD  ARQUIVO-TAXA.
           COPY "RegistroTaxa.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-EXT PIC X(2).
       01 WS-STATUS-CNC PIC X(2).
       01 WS-STATUS-CXA PIC X(2).
       01 WS-STATUS-MEN PIC X(2).
       01 WS-STATUS-SUS PIC X(2).
       01 WS-STATUS-TAX PIC X(2).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-OPERADOR-SESSAO PIC X(8).
       01 WS-PERFIL-SESSAO PIC X(1).
       01 WS-PRAZO-DIAS PIC 9(2) VALUE 3.

      * Creditos do extrato importado
       01 WS-CAMPOS.
           05 WS-CAMPO PIC X(20) OCCURS 4 TIMES.
       01 WS-CONTADOR-CAMPOS PIC 9(2).
       01 WS-TAB-EXTRATO.
           05 WS-EXT-ENT OCCURS 500 TIMES.
               10 WS-EXT-DATA PIC 9(8).
               10 WS-EXT-TIPO PIC X(1).
               10 WS-EXT-VALOR PIC 9(9)V9(2).
               10 WS-EXT-DOC PIC X(10).
               10 WS-EXT-SEQ PIC 9(3).
               10 WS-EXT-USADO PIC X.
       01 WS-EXT-QTD PIC 9(3) VALUE ZERO.
       01 WS-EXT-IGNORADOS PIC 9(5) VALUE ZERO.
       01 WS-EXT-DATA-MIN PIC 9(8).
       01 WS-EXT-DATA-MAX PIC 9(8).
       01 WS-EXT-MAX-INT PIC 9(7).
       01 WS-INICIO-PERIODO PIC 9(8).
       01 WS-DATA-LIDA PIC 9(8).
       01 WS-VALOR-LIDO PIC S9(9)V9(2).

      * Totais diarios esperados (caixa e cobranca)
       01 WS-TAB-ESPERADOS.
           05 WS-ESP-ENT OCCURS 200 TIMES.
               10 WS-ESP-TIPO PIC X(1).
               10 WS-ESP-DATA PIC 9(8).
               10 WS-ESP-VALOR PIC S9(9)V9(2).
       01 WS-ESP-QTD PIC 9(3) VALUE ZERO.
       01 WS-TIPO-BUSCA PIC X(1).

       01 WS-IND PIC 9(3).
       01 WS-IND-ACHADO PIC 9(3).
       01 WS-IND-EXATO PIC 9(3).
       01 WS-IND-APROX PIC 9(3).
       01 WS-DATA-INT PIC 9(7).
       01 WS-DATA-FIM-INT PIC 9(7).
       01 WS-EXT-INT PIC 9(7).

       01 WS-QTD-CONCILIADOS PIC 9(5).
       01 WS-QTD-TARDIOS PIC 9(5).
       01 WS-QTD-FALTAS PIC 9(5).
       01 WS-QTD-DIFERENCAS PIC 9(5).
       01 WS-QTD-NAO-IDENT PIC 9(5).
       01 WS-QTD-AGUARDANDO PIC 9(5).
       01 WS-QTD-PENDENTES PIC 9(5).

       01 WS-ORIGEM-DIGITADA PIC X(1).
       01 WS-DATA-DIGITADA PIC 9(8).
       01 WS-SEQ-DIGITADA PIC 9(3).
       01 WS-OBSERVACAO PIC X(40).

       01 WS-NOME-REL PIC X(30) VALUE "conciliacao.rel".
       01 WS-TITULO-REL PIC X(40)
           VALUE "CONCILIACAO BANCARIA - PENDENCIAS".
       01 WS-LINHA-REL PIC X(80).
       01 WS-ED-VALOR PIC ZZZZZZ9.99.
       01 WS-ED-VALOR-2 PIC ZZZZZZ9.99.
       01 WS-ED-DIAS PIC ZZZ9.
       01 WS-DESCRICAO PIC X(22).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "-----------------------------------".
           DISPLAY "   Conciliacao Bancaria            ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Importar Extrato e Conciliar  ".
           DISPLAY "2 -  Relatorio de Pendencias       ".
           DISPLAY "3 -  Resolver Pendencia            ".
           DISPLAY "4 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM IMPORTAR-EXTRATO
               WHEN 2
                   PERFORM RELATORIO-PENDENCIAS
               WHEN 3
                   PERFORM RESOLVER-PENDENCIA
               WHEN 4
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

       ABRIR-CONCILIACAO.
           OPEN I-O ARQUIVO-CONCILIACAO.
           EVALUATE WS-STATUS-CNC
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-CONCILIACAO
                   CLOSE ARQUIVO-CONCILIACAO
                   OPEN I-O ARQUIVO-CONCILIACAO
               WHEN OTHER
                   DISPLAY "Erro ao abrir conciliacao.idx. STATUS="
                       WS-STATUS-CNC
           END-EVALUATE.

       IMPORTAR-EXTRATO.
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           MOVE ZERO TO WS-QTD-CONCILIADOS.
           MOVE ZERO TO WS-QTD-TARDIOS.
           MOVE ZERO TO WS-QTD-FALTAS.
           MOVE ZERO TO WS-QTD-DIFERENCAS.
           MOVE ZERO TO WS-QTD-NAO-IDENT.
           MOVE ZERO TO WS-QTD-AGUARDANDO.
           PERFORM CARREGAR-EXTRATO.
           IF WS-EXT-QTD = ZERO
               DISPLAY "Nenhum credito DEP/COB no extrato."
           ELSE
               COMPUTE WS-EXT-MAX-INT =
                   FUNCTION INTEGER-OF-DATE(WS-EXT-DATA-MAX)
               COMPUTE WS-INICIO-PERIODO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-EXT-DATA-MIN)
                   - WS-PRAZO-DIAS)
               PERFORM ABRIR-CONCILIACAO
               PERFORM CONFERIR-PENDENCIAS-ANTIGAS
               PERFORM APURAR-CAIXA-DIARIO
               PERFORM APURAR-BAIXAS-BANCO
               PERFORM APURAR-TAXAS-BANCO
               PERFORM APURAR-SUSPENSOS
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-ESP-QTD
                   PERFORM CONCILIAR-ESPERADO
               END-PERFORM
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-EXT-QTD
                   IF WS-EXT-USADO(WS-IND) = "N"
                       PERFORM REGISTRAR-NAO-IDENTIFICADO
                   END-IF
               END-PERFORM
               CLOSE ARQUIVO-CONCILIACAO
               DISPLAY "Extrato de " WS-EXT-DATA-MIN " a "
                   WS-EXT-DATA-MAX ": " WS-EXT-QTD " credito(s), "
                   WS-EXT-IGNORADOS " lancamento(s) ignorado(s)."
               DISPLAY "Conciliados:               "
                   WS-QTD-CONCILIADOS
               DISPLAY "Pendencias antigas baixadas: " WS-QTD-TARDIOS
               DISPLAY "Falta de credito:          " WS-QTD-FALTAS
               DISPLAY "Diferenca de valor:        "
                   WS-QTD-DIFERENCAS
               DISPLAY "Creditos nao identificados: "
                   WS-QTD-NAO-IDENT
               DISPLAY "Dias aguardando o prazo:   "
                   WS-QTD-AGUARDANDO
               PERFORM IMPRIMIR-PENDENCIAS
           END-IF.
           PERFORM PRINCIPAL.

       CARREGAR-EXTRATO.
           MOVE ZERO TO WS-EXT-QTD.
           MOVE ZERO TO WS-EXT-IGNORADOS.
           MOVE 99999999 TO WS-EXT-DATA-MIN.
           MOVE ZERO TO WS-EXT-DATA-MAX.
           OPEN INPUT ARQUIVO-EXTRATO.
           IF WS-STATUS-EXT NOT = "00"
               DISPLAY "extrato_banco.txt nao encontrado (STATUS="
                   WS-STATUS-EXT ")."
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-EXTRATO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM INTERPRETAR-LINHA-EXTRATO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-EXTRATO
           END-IF.

       INTERPRETAR-LINHA-EXTRATO.
           MOVE SPACES TO WS-CAMPOS.
           MOVE ZERO TO WS-CONTADOR-CAMPOS.
           UNSTRING LINHA-EXTRATO DELIMITED BY ";"
               INTO WS-CAMPO(1) WS-CAMPO(2) WS-CAMPO(3) WS-CAMPO(4)
               TALLYING IN WS-CONTADOR-CAMPOS
           END-UNSTRING.
           IF WS-CONTADOR-CAMPOS < 3
               ADD 1 TO WS-EXT-IGNORADOS
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAMPO(2) NOT = "DEP" AND WS-CAMPO(2) NOT = "COB"
               ADD 1 TO WS-EXT-IGNORADOS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CAMPO(1)(1:8) TO WS-DATA-LIDA.
           COMPUTE WS-VALOR-LIDO = FUNCTION NUMVAL(WS-CAMPO(3)).
           IF WS-VALOR-LIDO = ZERO OR WS-EXT-QTD >= 500
               ADD 1 TO WS-EXT-IGNORADOS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EXT-QTD.
           MOVE WS-DATA-LIDA TO WS-EXT-DATA(WS-EXT-QTD).
           IF WS-CAMPO(2) = "DEP"
               MOVE "C" TO WS-EXT-TIPO(WS-EXT-QTD)
           ELSE
               MOVE "B" TO WS-EXT-TIPO(WS-EXT-QTD)
           END-IF.
           MOVE WS-VALOR-LIDO TO WS-EXT-VALOR(WS-EXT-QTD).
           MOVE WS-CAMPO(4) TO WS-EXT-DOC(WS-EXT-QTD).
           MOVE "N" TO WS-EXT-USADO(WS-EXT-QTD).
      * Sequencia do credito dentro do dia: reimportar o mesmo
      * extrato cai nas mesmas chaves e nao duplica pendencia; o
      * credito ja casado em importacao anterior e reconhecido em
      * MARCAR-JA-CONCILIADOS e nao volta como nao identificado.
           MOVE 1 TO WS-EXT-SEQ(WS-EXT-QTD).
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND >= WS-EXT-QTD
               IF WS-EXT-DATA(WS-IND) = WS-DATA-LIDA
                   ADD 1 TO WS-EXT-SEQ(WS-EXT-QTD)
               END-IF
           END-PERFORM.
           IF WS-DATA-LIDA < WS-EXT-DATA-MIN
               MOVE WS-DATA-LIDA TO WS-EXT-DATA-MIN
           END-IF.
           IF WS-DATA-LIDA > WS-EXT-DATA-MAX
               MOVE WS-DATA-LIDA TO WS-EXT-DATA-MAX
           END-IF.

       CONFERIR-PENDENCIAS-ANTIGAS.
      * Falta de credito de importacao anterior: o deposito pode ter
      * caido atrasado neste extrato, com o valor exato. Antes, os
      * creditos do extrato que ja casaram com um esperado em
      * importacao anterior (extrato repetido ou sobreposto) saem
      * da disputa.
           PERFORM MARCAR-JA-CONCILIADOS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO CNC-CHAVE.
           START ARQUIVO-CONCILIACAO KEY IS >= CNC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CONCILIACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CNC-FALTA-CREDITO
                           PERFORM CONFERIR-FALTA-ANTIGA
                       END-IF
               END-READ
           END-PERFORM.

       MARCAR-JA-CONCILIADOS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO CNC-CHAVE.
           START ARQUIVO-CONCILIACAO KEY IS >= CNC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CONCILIACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF NOT CNC-EXTRATO
                               AND CNC-DATA-EXTRATO NOT = ZERO
                           PERFORM MARCAR-CREDITO-CONCILIADO
                       END-IF
               END-READ
           END-PERFORM.

       MARCAR-CREDITO-CONCILIADO.
      * Conciliado, com diferenca ou ja resolvido: a linha do
      * extrato com a mesma data, valor e documento e a dele.
           MOVE ZERO TO WS-IND-ACHADO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-EXT-QTD OR WS-IND-ACHADO > ZERO
               IF WS-EXT-USADO(WS-IND) = "N"
                       AND WS-EXT-TIPO(WS-IND) = CNC-ORIGEM
                       AND WS-EXT-DATA(WS-IND) = CNC-DATA-EXTRATO
                       AND WS-EXT-VALOR(WS-IND) = CNC-VALOR-EXTRATO
                       AND WS-EXT-DOC(WS-IND) = CNC-DOCUMENTO
                   MOVE WS-IND TO WS-IND-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IND-ACHADO > ZERO
               MOVE "S" TO WS-EXT-USADO(WS-IND-ACHADO)
           END-IF.

       CONFERIR-FALTA-ANTIGA.
           MOVE ZERO TO WS-IND-ACHADO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-EXT-QTD OR WS-IND-ACHADO > ZERO
               IF WS-EXT-USADO(WS-IND) = "N"
                       AND WS-EXT-TIPO(WS-IND) = CNC-ORIGEM
                       AND WS-EXT-VALOR(WS-IND) = CNC-VALOR-ESPERADO
                       AND WS-EXT-DATA(WS-IND) >= CNC-DATA
                   MOVE WS-IND TO WS-IND-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IND-ACHADO > ZERO
               MOVE "S" TO WS-EXT-USADO(WS-IND-ACHADO)
               SET CNC-CONCILIADO TO TRUE
               MOVE WS-EXT-VALOR(WS-IND-ACHADO) TO CNC-VALOR-EXTRATO
               MOVE WS-EXT-DATA(WS-IND-ACHADO) TO CNC-DATA-EXTRATO
               MOVE WS-EXT-DOC(WS-IND-ACHADO) TO CNC-DOCUMENTO
               MOVE WS-HOJE TO CNC-DATA-CONCILIACAO
               MOVE WS-OPERADOR-SESSAO TO CNC-OPERADOR
               MOVE "CREDITO EM ATRASO" TO CNC-OBSERVACAO
               REWRITE REG-CONCILIACAO
               ADD 1 TO WS-QTD-TARDIOS
           END-IF.

       APURAR-CAIXA-DIARIO.
           MOVE ZERO TO WS-ESP-QTD.
           MOVE "C" TO WS-TIPO-BUSCA.
           OPEN INPUT ARQUIVO-CAIXA.
           IF WS-STATUS-CXA = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-CAIXA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CXA-DATA >= WS-INICIO-PERIODO
                                   AND CXA-DATA <= WS-EXT-DATA-MAX
                               MOVE CXA-DATA TO WS-DATA-LIDA
                               MOVE CXA-VALOR TO WS-VALOR-LIDO
                               PERFORM SOMAR-ESPERADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-CAIXA
           END-IF.

       APURAR-BAIXAS-BANCO.
           MOVE "B" TO WS-TIPO-BUSCA.
           OPEN INPUT ARQUIVO-MENSALIDADE.
           IF WS-STATUS-MEN = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-MENSALIDADE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF MEN-PAGA AND MEN-VALOR-PAGO > ZERO
                                   AND (MEN-BAIXA-BANCO
                                        OR MEN-ORIGEM = SPACE)
                                   AND MEN-DATA-PAGAMENTO >=
                                       WS-INICIO-PERIODO
                                   AND MEN-DATA-PAGAMENTO <=
                                       WS-EXT-DATA-MAX
                               MOVE MEN-DATA-PAGAMENTO TO WS-DATA-LIDA
                               MOVE MEN-VALOR-PAGO TO WS-VALOR-LIDO
                               PERFORM SOMAR-ESPERADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MENSALIDADE
           END-IF.

       APURAR-TAXAS-BANCO.
           MOVE "B" TO WS-TIPO-BUSCA.
           OPEN INPUT ARQUIVO-TAXA.
           IF WS-STATUS-TAX = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-TAXA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF TAX-PAGA AND TAX-BAIXA-BANCO
                                   AND TAX-DATA-PAGAMENTO >=
                                       WS-INICIO-PERIODO
                                   AND TAX-DATA-PAGAMENTO <=
                                       WS-EXT-DATA-MAX
                               MOVE TAX-DATA-PAGAMENTO TO WS-DATA-LIDA
                               MOVE TAX-VALOR-PAGO TO WS-VALOR-LIDO
                               PERFORM SOMAR-ESPERADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-TAXA
           END-IF.

       APURAR-SUSPENSOS.
      * O banco credita tambem o que o retorno mandou para o
      * suspenso; o aplicado em cobranca ja esta nas baixas.
           MOVE "B" TO WS-TIPO-BUSCA.
           OPEN INPUT ARQUIVO-SUSPENSO.
           IF WS-STATUS-SUS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-SUSPENSO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF NOT SUS-APLICADO AND SUS-VALOR > ZERO
                                   AND SUS-DATA-PAGAMENTO >=
                                       WS-INICIO-PERIODO
                                   AND SUS-DATA-PAGAMENTO <=
                                       WS-EXT-DATA-MAX
                               MOVE SUS-DATA-PAGAMENTO TO WS-DATA-LIDA
                               MOVE SUS-VALOR TO WS-VALOR-LIDO
                               PERFORM SOMAR-ESPERADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-SUSPENSO
           END-IF.

       SOMAR-ESPERADO.
           MOVE ZERO TO WS-IND-ACHADO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-ESP-QTD
               IF WS-ESP-TIPO(WS-IND) = WS-TIPO-BUSCA
                       AND WS-ESP-DATA(WS-IND) = WS-DATA-LIDA
                   MOVE WS-IND TO WS-IND-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IND-ACHADO = ZERO AND WS-ESP-QTD < 200
               ADD 1 TO WS-ESP-QTD
               MOVE WS-ESP-QTD TO WS-IND-ACHADO
               MOVE WS-TIPO-BUSCA TO WS-ESP-TIPO(WS-IND-ACHADO)
               MOVE WS-DATA-LIDA TO WS-ESP-DATA(WS-IND-ACHADO)
               MOVE ZERO TO WS-ESP-VALOR(WS-IND-ACHADO)
           END-IF.
           IF WS-IND-ACHADO > ZERO
               ADD WS-VALOR-LIDO TO WS-ESP-VALOR(WS-IND-ACHADO)
           END-IF.

       CONCILIAR-ESPERADO.
      * Dia ja conciliado em importacao anterior fica como esta;
      * dia cujo prazo de credito passa do fim do extrato espera.
      * Dia de caixa so com estorno nao tem deposito a esperar.
           IF WS-ESP-VALOR(WS-IND) NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ESP-TIPO(WS-IND) TO CNC-ORIGEM.
           MOVE WS-ESP-DATA(WS-IND) TO CNC-DATA.
           MOVE 1 TO CNC-SEQ.
           READ ARQUIVO-CONCILIACAO KEY IS CNC-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           COMPUTE WS-DATA-INT =
               FUNCTION INTEGER-OF-DATE(WS-ESP-DATA(WS-IND)).
           COMPUTE WS-DATA-FIM-INT = WS-DATA-INT + WS-PRAZO-DIAS.
           MOVE ZERO TO WS-IND-EXATO.
           MOVE ZERO TO WS-IND-APROX.
           PERFORM VARYING WS-IND-ACHADO FROM 1 BY 1
                   UNTIL WS-IND-ACHADO > WS-EXT-QTD
               PERFORM AVALIAR-CREDITO-DO-DIA
           END-PERFORM.

           INITIALIZE REG-CONCILIACAO.
           MOVE WS-ESP-TIPO(WS-IND) TO CNC-ORIGEM.
           MOVE WS-ESP-DATA(WS-IND) TO CNC-DATA.
           MOVE 1 TO CNC-SEQ.
           MOVE WS-ESP-VALOR(WS-IND) TO CNC-VALOR-ESPERADO.
           MOVE WS-HOJE TO CNC-DATA-CONCILIACAO.
           MOVE WS-OPERADOR-SESSAO TO CNC-OPERADOR.
           EVALUATE TRUE
               WHEN WS-IND-EXATO > ZERO
                   MOVE WS-IND-EXATO TO WS-IND-ACHADO
                   SET CNC-CONCILIADO TO TRUE
                   ADD 1 TO WS-QTD-CONCILIADOS
               WHEN WS-IND-APROX > ZERO
                   MOVE WS-IND-APROX TO WS-IND-ACHADO
                   SET CNC-DIFERENCA TO TRUE
                   ADD 1 TO WS-QTD-DIFERENCAS
               WHEN WS-DATA-FIM-INT > WS-EXT-MAX-INT
                   ADD 1 TO WS-QTD-AGUARDANDO
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE ZERO TO WS-IND-ACHADO
                   SET CNC-FALTA-CREDITO TO TRUE
                   ADD 1 TO WS-QTD-FALTAS
           END-EVALUATE.
           IF WS-IND-ACHADO > ZERO
               MOVE "S" TO WS-EXT-USADO(WS-IND-ACHADO)
               MOVE WS-EXT-VALOR(WS-IND-ACHADO) TO CNC-VALOR-EXTRATO
               MOVE WS-EXT-DATA(WS-IND-ACHADO) TO CNC-DATA-EXTRATO
               MOVE WS-EXT-DOC(WS-IND-ACHADO) TO CNC-DOCUMENTO
           END-IF.
           WRITE REG-CONCILIACAO
               INVALID KEY
                   DISPLAY "Erro ao gravar conciliacao " CNC-CHAVE
           END-WRITE.

       AVALIAR-CREDITO-DO-DIA.
      * Credito do mesmo tipo dentro do prazo: o de valor exato
      * concilia; sem exato, o primeiro do prazo e a diferenca.
           IF WS-EXT-USADO(WS-IND-ACHADO) = "S"
                   OR WS-EXT-TIPO(WS-IND-ACHADO) NOT =
                       WS-ESP-TIPO(WS-IND)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-EXT-INT =
               FUNCTION INTEGER-OF-DATE(WS-EXT-DATA(WS-IND-ACHADO)).
           IF WS-EXT-INT < WS-DATA-INT OR WS-EXT-INT > WS-DATA-FIM-INT
               EXIT PARAGRAPH
           END-IF.
           IF WS-EXT-VALOR(WS-IND-ACHADO) = WS-ESP-VALOR(WS-IND)
               IF WS-IND-EXATO = ZERO
                   MOVE WS-IND-ACHADO TO WS-IND-EXATO
               END-IF
           ELSE
               IF WS-IND-APROX = ZERO
                   MOVE WS-IND-ACHADO TO WS-IND-APROX
               END-IF
           END-IF.

       REGISTRAR-NAO-IDENTIFICADO.
           MOVE "E" TO CNC-ORIGEM.
           MOVE WS-EXT-DATA(WS-IND) TO CNC-DATA.
           MOVE WS-EXT-SEQ(WS-IND) TO CNC-SEQ.
           READ ARQUIVO-CONCILIACAO KEY IS CNC-CHAVE
               INVALID KEY
                   INITIALIZE REG-CONCILIACAO
                   MOVE "E" TO CNC-ORIGEM
                   MOVE WS-EXT-DATA(WS-IND) TO CNC-DATA
                   MOVE WS-EXT-SEQ(WS-IND) TO CNC-SEQ
                   MOVE WS-EXT-VALOR(WS-IND) TO CNC-VALOR-EXTRATO
                   MOVE WS-EXT-DATA(WS-IND) TO CNC-DATA-EXTRATO
                   MOVE WS-EXT-DOC(WS-IND) TO CNC-DOCUMENTO
                   SET CNC-NAO-IDENTIFICADO TO TRUE
                   MOVE WS-HOJE TO CNC-DATA-CONCILIACAO
                   MOVE WS-OPERADOR-SESSAO TO CNC-OPERADOR
                   IF WS-EXT-TIPO(WS-IND) = "C"
                       MOVE "DEPOSITO (DEP)" TO CNC-OBSERVACAO
                   ELSE
                       MOVE "COBRANCA (COB)" TO CNC-OBSERVACAO
                   END-IF
                   WRITE REG-CONCILIACAO
                   ADD 1 TO WS-QTD-NAO-IDENT
           END-READ.

       RELATORIO-PENDENCIAS.
           OPEN INPUT ARQUIVO-CONCILIACAO.
           IF WS-STATUS-CNC NOT = "00"
               DISPLAY "Nenhuma conciliacao registrada "
                   "(conciliacao.idx STATUS=" WS-STATUS-CNC ")."
           ELSE
               CLOSE ARQUIVO-CONCILIACAO
               PERFORM IMPRIMIR-PENDENCIAS
           END-IF.
           PERFORM PRINCIPAL.

       IMPRIMIR-PENDENCIAS.
      * Tudo o que continua pendente, de qualquer importacao, com a
      * idade em dias, ate alguem resolver.
           MOVE ZERO TO WS-QTD-PENDENTES.
           OPEN INPUT ARQUIVO-CONCILIACAO.
           CALL "REL-ABRIR" USING WS-NOME-REL WS-TITULO-REL.
           MOVE "CHAVE          SITUACAO               ESPERADO"
               TO WS-LINHA-REL.
           MOVE "    EXTRATO  DIAS" TO WS-LINHA-REL(48:17).
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE ALL "-" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CONCILIACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CNC-PENDENTE
                           PERFORM IMPRIMIR-PENDENCIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-CONCILIACAO.
           MOVE ALL "-" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "PENDENCIAS EM ABERTO: " WS-QTD-PENDENTES
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           CALL "REL-FECHAR".
           DISPLAY "Pendencias em aberto: " WS-QTD-PENDENTES
               " (relatorio em " WS-NOME-REL ")".

       IMPRIMIR-PENDENCIA.
           ADD 1 TO WS-QTD-PENDENTES.
           EVALUATE TRUE
               WHEN CNC-FALTA-CREDITO AND CNC-CAIXA
                   MOVE "DEPOSITO NAO CAIU" TO WS-DESCRICAO
               WHEN CNC-FALTA-CREDITO
                   MOVE "CREDITO COB NAO CAIU" TO WS-DESCRICAO
               WHEN CNC-DIFERENCA
                   MOVE "DIFERENCA DE VALOR" TO WS-DESCRICAO
               WHEN OTHER
                   MOVE "CREDITO SEM ORIGEM" TO WS-DESCRICAO
           END-EVALUATE.
           MOVE CNC-VALOR-ESPERADO TO WS-ED-VALOR.
           MOVE CNC-VALOR-EXTRATO TO WS-ED-VALOR-2.
           COMPUTE WS-ED-DIAS = FUNCTION INTEGER-OF-DATE(WS-HOJE)
               - FUNCTION INTEGER-OF-DATE(CNC-DATA).
           MOVE SPACES TO WS-LINHA-REL.
           STRING CNC-ORIGEM " " CNC-DATA " " CNC-SEQ " "
               WS-DESCRICAO " " WS-ED-VALOR " " WS-ED-VALOR-2
               " " WS-ED-DIAS
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           IF CNC-DOCUMENTO NOT = SPACES
               MOVE SPACES TO WS-LINHA-REL
               STRING "    DOC. " CNC-DOCUMENTO " EM "
                   CNC-DATA-EXTRATO " " CNC-OBSERVACAO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
           END-IF.

       RESOLVER-PENDENCIA.
      * Baixa manual de pendencia (deposito feito por outra conta,
      * tarifa descontada, estorno do banco...), com a explicacao e
      * o operador gravados.
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "Origem (C=caixa B=cobranca E=extrato): ".
           ACCEPT WS-ORIGEM-DIGITADA.
           DISPLAY "Data (AAAAMMDD): ".
           ACCEPT WS-DATA-DIGITADA.
           DISPLAY "Sequencia (vazio = 1): ".
           MOVE ZERO TO WS-SEQ-DIGITADA.
           ACCEPT WS-SEQ-DIGITADA.
           IF WS-SEQ-DIGITADA = ZERO
               MOVE 1 TO WS-SEQ-DIGITADA
           END-IF.
           PERFORM ABRIR-CONCILIACAO.
           MOVE WS-ORIGEM-DIGITADA TO CNC-ORIGEM.
           MOVE WS-DATA-DIGITADA TO CNC-DATA.
           MOVE WS-SEQ-DIGITADA TO CNC-SEQ.
           READ ARQUIVO-CONCILIACAO KEY IS CNC-CHAVE
               INVALID KEY
                   DISPLAY "Pendencia nao encontrada."
               NOT INVALID KEY
                   IF NOT CNC-PENDENTE
                       DISPLAY "Item nao esta pendente (situacao "
                           CNC-SITUACAO ")."
                   ELSE
                       DISPLAY "Explicacao (ate 40 posicoes): "
                       ACCEPT WS-OBSERVACAO
                       IF WS-OBSERVACAO = SPACES
                           DISPLAY "Explicacao obrigatoria."
                       ELSE
                           SET CNC-RESOLVIDO TO TRUE
                           MOVE WS-OBSERVACAO TO CNC-OBSERVACAO
                           MOVE WS-HOJE TO CNC-DATA-CONCILIACAO
                           MOVE WS-OPERADOR-SESSAO TO CNC-OPERADOR
                           REWRITE REG-CONCILIACAO
                           DISPLAY "Pendencia resolvida."
                       END-IF
                   END-IF
           END-READ.
           CLOSE ARQUIVO-CONCILIACAO.
           PERFORM PRINCIPAL.
