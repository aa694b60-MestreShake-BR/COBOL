       IDENTIFICATION DIVISION.
           PROGRAM-ID. ESTOQUEMERENDA.
           AUTHOR. Alexandre S S Alves.

      * Estoque de generos da merenda, que vivia num caderno da
      * cozinha. Ingredientes em ingredientes.idx, lotes recebidos
      * em lotes_merenda.idx (nota fiscal, fornecedor, quantidade e
      * validade) e a ficha tecnica de cada cardapio em
      * receitas_merenda.idx (quantidade por porcao). Todo movimento
      * fica em movimentos_merenda.dat.
      * A baixa de consumo vem da contagem do dia de MERENDA: as
      * refeicoes planejadas vezes a ficha do cardapio servido saem
      * dos lotes que vencem primeiro (ENTRY MERENDA-CONSUMO); o
      * mesmo dia nao baixa duas vezes. Perda por vencimento ou
      * avaria sai do lote informado.
      * Alertas (estoque_alertas.rel): itens abaixo do estoque
      * minimo e lotes vencidos ou vencendo em ate 15 dias. O
      * movimento mensal (estoque_merenda_mes.rel) traz saldo
      * inicial, entradas, consumo, perdas e saldo final por
      * ingrediente, as notas fiscais do mes e as refeicoes
      * servidas, para o conselho municipal de alimentacao escolar
      * conferir compras contra consumo (prestacao de contas do
      * PNAE). Perfil de consulta so consulta e emite relatorios.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-INGREDIENTE ASSIGN TO "ingredientes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ING-CODIGO
               FILE STATUS IS WS-STATUS-ING.
           SELECT ARQUIVO-LOTE ASSIGN TO "lotes_merenda.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WS-STATUS-LOT.
           SELECT ARQUIVO-RECEITA ASSIGN TO "receitas_merenda.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CHAVE
               FILE STATUS IS WS-STATUS-RCT.
           SELECT ARQUIVO-MOVIMENTO
               ASSIGN TO "movimentos_merenda.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MVM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-INGREDIENTE.
           COPY "RegistroIngrediente.cpy".

       FD  ARQUIVO-LOTE.
           COPY "RegistroLoteMerenda.cpy".

       FD  ARQUIVO-RECEITA.
           COPY "RegistroReceitaMerenda.cpy".

       FD  ARQUIVO-MOVIMENTO.
           COPY "RegistroMovMerenda.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-ING PIC X(2).
       01 WS-STATUS-LOT PIC X(2).
       01 WS-STATUS-RCT PIC X(2).
       01 WS-STATUS-MVM PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-PODE-MANTER PIC X.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-FIM-LOTES PIC X.
       01 WS-INGREDIENTE PIC X(6).
       01 WS-INGREDIENTE-OK PIC X.
       01 WS-CARDAPIO PIC X(6).
       01 WS-NOME-CARDAPIO PIC X(30).
       01 WS-VALIDADE PIC 9(8).
       01 WS-SEQUENCIA PIC 9(4).
       01 WS-QUANTIDADE PIC 9(7)V9(3).
       01 WS-QTD-RESTANTE PIC 9(7)V9(3).
       01 WS-QTD-LOTE PIC 9(7)V9(3).
       01 WS-QTD-PORCAO PIC 9(3)V9(4).
       01 WS-DOCUMENTO PIC X(15).
       01 WS-NOTA-FISCAL PIC X(15).
       01 WS-FORNECEDOR PIC X(30).
       01 WS-DATA-MOV PIC 9(8).
       01 WS-REFEICOES PIC 9(5).
       01 WS-CONFIRMA PIC X.
       01 WS-TOTAL PIC 9(5).
       01 WS-TOTAL-FALTA PIC 9(3).
       01 WS-JA-BAIXADO PIC X.
      * Alertas.
       01 WS-DIAS-ALERTA PIC 9(3) VALUE 15.
       01 WS-LIMITE-VALIDADE PIC 9(8).
       01 WS-DIAS-VENCER PIC S9(5).
       01 WS-TOTAL-MINIMO PIC 9(5).
       01 WS-TOTAL-VALIDADE PIC 9(5).
      * Movimento mensal.
       01 WS-COMPETENCIA PIC 9(6).
       01 WS-DATA-COMP PIC 9(6).
       01 WS-TAB-INGREDIENTES.
           05 WS-QTD-ING PIC 9(3) VALUE ZERO.
           05 WS-TI-ENT OCCURS 200 TIMES.
               10 WS-TI-CODIGO PIC X(6).
               10 WS-TI-DESCRICAO PIC X(30).
               10 WS-TI-UNIDADE PIC X(2).
               10 WS-TI-INICIAL PIC S9(7)V9(3).
               10 WS-TI-ENTRADAS PIC 9(7)V9(3).
               10 WS-TI-CONSUMO PIC 9(7)V9(3).
               10 WS-TI-PERDAS PIC 9(7)V9(3).
       01 WS-IND PIC 9(3).
       01 WS-IND-ING PIC 9(3).
       01 WS-SALDO-FINAL PIC S9(7)V9(3).
       01 WS-REFEICOES-MES PIC 9(7).
       01 WS-DIAS-SERVIDOS PIC 9(3).
       01 WS-TOTAL-NOTAS PIC 9(5).
       01 WS-ED-QTD PIC ZZZZZ9.99.
       01 WS-ED-QTD-2 PIC ZZZZZ9.99.
       01 WS-ED-QTD-3 PIC ZZZZZ9.99.
       01 WS-ED-SALDO PIC -ZZZZZ9.99.
       01 WS-ED-QTD-FINA PIC ZZZZZZ9.999.
       01 WS-ED-DIAS PIC -ZZZ9.
       01 WS-REL-NOME PIC X(30).
       01 WS-REL-TITULO PIC X(40).
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-DATA PIC 9(8).
       01 LK-CARDAPIO PIC X(6).
       01 LK-REFEICOES PIC 9(4).
      * S baixa feita; D dia ja baixado; C cardapio sem ficha
      * tecnica; I estoque indisponivel.
       01 LK-RESULTADO PIC X(1).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Estoque da Merenda              ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Cadastrar/Alterar Ingrediente ".
           DISPLAY "2 -  Receber Nota Fiscal           ".
           DISPLAY "3 -  Ficha Tecnica do Cardapio     ".
           DISPLAY "4 -  Consultar Estoque             ".
           DISPLAY "5 -  Baixa por Perda               ".
           DISPLAY "6 -  Alertas de Estoque            ".
           DISPLAY "7 -  Movimento Mensal              ".
           DISPLAY "8 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM MANTER-INGREDIENTE
                   END-IF
               WHEN 2
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM RECEBER-NOTA
                   END-IF
               WHEN 3
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM MANTER-FICHA
                   END-IF
               WHEN 4
                   PERFORM CONSULTAR-ESTOQUE
               WHEN 5
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM BAIXAR-PERDA
                   END-IF
               WHEN 6
                   PERFORM RELATORIO-ALERTAS
               WHEN 7
                   DISPLAY "Competencia (AAAAMM): "
                   ACCEPT WS-COMPETENCIA
                   PERFORM MOVIMENTO-MENSAL
               WHEN 8
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.
           PERFORM PRINCIPAL.

      * Baixa de consumo chamada pela contagem do dia de MERENDA,
      * sem menu: refeicoes planejadas vezes a ficha do cardapio.
       ENTRY "MERENDA-CONSUMO" USING LK-DATA LK-CARDAPIO
               LK-REFEICOES LK-RESULTADO.
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           MOVE LK-DATA TO WS-DATA-MOV.
           MOVE LK-CARDAPIO TO WS-CARDAPIO.
           MOVE LK-REFEICOES TO WS-REFEICOES.
           PERFORM BAIXAR-CONSUMO.
           MOVE WS-JA-BAIXADO TO LK-RESULTADO.
           GOBACK.

       EXIGIR-MANUTENCAO.
           IF WS-PERFIL-SESSAO = "C" OR WS-PERFIL-SESSAO = "O"
               MOVE "N" TO WS-PODE-MANTER
               DISPLAY "Permissao negada: perfil de consulta."
           ELSE
               MOVE "S" TO WS-PODE-MANTER
           END-IF.

       OBTER-HOJE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.

       ABRIR-INGREDIENTES.
           OPEN I-O ARQUIVO-INGREDIENTE.
           IF WS-STATUS-ING = "35"
               OPEN OUTPUT ARQUIVO-INGREDIENTE
               CLOSE ARQUIVO-INGREDIENTE
               OPEN I-O ARQUIVO-INGREDIENTE
           END-IF.
           IF WS-STATUS-ING NOT = "00"
               DISPLAY "Erro ao abrir ingredientes.idx. STATUS="
                   WS-STATUS-ING
           END-IF.

       ABRIR-LOTES.
           OPEN I-O ARQUIVO-LOTE.
           IF WS-STATUS-LOT = "35"
               OPEN OUTPUT ARQUIVO-LOTE
               CLOSE ARQUIVO-LOTE
               OPEN I-O ARQUIVO-LOTE
           END-IF.
           IF WS-STATUS-LOT NOT = "00"
               DISPLAY "Erro ao abrir lotes_merenda.idx. STATUS="
                   WS-STATUS-LOT
           END-IF.

       ABRIR-RECEITAS.
           OPEN I-O ARQUIVO-RECEITA.
           IF WS-STATUS-RCT = "35"
               OPEN OUTPUT ARQUIVO-RECEITA
               CLOSE ARQUIVO-RECEITA
               OPEN I-O ARQUIVO-RECEITA
           END-IF.
           IF WS-STATUS-RCT NOT = "00"
               DISPLAY "Erro ao abrir receitas_merenda.idx. STATUS="
                   WS-STATUS-RCT
           END-IF.

       ABRIR-MOVIMENTOS.
           OPEN EXTEND ARQUIVO-MOVIMENTO.
           IF WS-STATUS-MVM = "35"
               OPEN OUTPUT ARQUIVO-MOVIMENTO
           END-IF.

       GRAVAR-MOVIMENTO.
      * Campos do movimento ja preenchidos; arquivo aberto em
      * extensao.
           MOVE WS-DATA-MOV TO MVM-DATA.
           MOVE WS-OPERADOR-SESSAO TO MVM-OPERADOR.
           WRITE REG-MOV-MERENDA.

       MANTER-INGREDIENTE.
           DISPLAY "Codigo do ingrediente: ".
           ACCEPT WS-INGREDIENTE.
           IF WS-INGREDIENTE = SPACES
               DISPLAY "Codigo obrigatorio."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-INGREDIENTES.
           IF WS-STATUS-ING NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INGREDIENTE TO ING-CODIGO.
           READ ARQUIVO-INGREDIENTE KEY IS ING-CODIGO
               INVALID KEY
                   MOVE SPACES TO REG-INGREDIENTE
                   MOVE WS-INGREDIENTE TO ING-CODIGO
                   MOVE ZERO TO ING-SALDO
                   SET ING-ATIVO TO TRUE
                   PERFORM ACEITAR-DADOS-INGREDIENTE
                   WRITE REG-INGREDIENTE
                       INVALID KEY
                           DISPLAY "Erro ao gravar o ingrediente."
                       NOT INVALID KEY
                           DISPLAY "Ingrediente cadastrado."
                   END-WRITE
               NOT INVALID KEY
                   MOVE ING-SALDO TO WS-ED-QTD-FINA
                   DISPLAY ING-DESCRICAO " saldo " WS-ED-QTD-FINA
                       " " ING-UNIDADE " situacao " ING-STATUS
                   PERFORM ACEITAR-DADOS-INGREDIENTE
                   DISPLAY "Ativo? (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "N" OR WS-CONFIRMA = "n"
                       SET ING-INATIVO TO TRUE
                   ELSE
                       SET ING-ATIVO TO TRUE
                   END-IF
                   REWRITE REG-INGREDIENTE
                   DISPLAY "Ingrediente atualizado."
           END-READ.
           CLOSE ARQUIVO-INGREDIENTE.

       ACEITAR-DADOS-INGREDIENTE.
      * O saldo nao se digita: so muda por nota, consumo e perda.
           DISPLAY "Descricao: ".
           ACCEPT ING-DESCRICAO.
           PERFORM WITH TEST AFTER
               UNTIL ING-UNIDADE = "KG" OR ING-UNIDADE = "LT"
                   OR ING-UNIDADE = "UN"
               DISPLAY "Unidade (KG, LT, UN): "
               ACCEPT ING-UNIDADE
           END-PERFORM.
           DISPLAY "Estoque minimo: ".
           ACCEPT ING-ESTOQUE-MINIMO.

       LER-INGREDIENTE.
      * Le o ingrediente WS-INGREDIENTE com o arquivo ja aberto.
           MOVE "N" TO WS-INGREDIENTE-OK.
           MOVE WS-INGREDIENTE TO ING-CODIGO.
           READ ARQUIVO-INGREDIENTE KEY IS ING-CODIGO
               INVALID KEY
                   DISPLAY "Ingrediente nao cadastrado: "
                       WS-INGREDIENTE
               NOT INVALID KEY
                   IF ING-INATIVO
                       DISPLAY "Ingrediente inativo: " ING-DESCRICAO
                   ELSE
                       MOVE "S" TO WS-INGREDIENTE-OK
                   END-IF
           END-READ.

       RECEBER-NOTA.
      * Uma nota pode trazer varios ingredientes: repete ate o
      * codigo em branco.
           PERFORM OBTER-HOJE.
           MOVE WS-HOJE TO WS-DATA-MOV.
           DISPLAY "Nota fiscal: ".
           ACCEPT WS-NOTA-FISCAL.
           DISPLAY "Fornecedor: ".
           ACCEPT WS-FORNECEDOR.
           IF WS-NOTA-FISCAL = SPACES OR WS-FORNECEDOR = SPACES
               DISPLAY "Nota e fornecedor sao obrigatorios."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-INGREDIENTES.
           IF WS-STATUS-ING NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-LOTES.
           IF WS-STATUS-LOT NOT = "00"
               CLOSE ARQUIVO-INGREDIENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-MOVIMENTOS.
           MOVE ZERO TO WS-TOTAL.
           MOVE "X" TO WS-INGREDIENTE.
           PERFORM UNTIL WS-INGREDIENTE = SPACES
               DISPLAY "Ingrediente (vazio = fim da nota): "
               ACCEPT WS-INGREDIENTE
               IF WS-INGREDIENTE NOT = SPACES
                   PERFORM RECEBER-ITEM
               END-IF
           END-PERFORM.
           CLOSE ARQUIVO-MOVIMENTO.
           CLOSE ARQUIVO-LOTE.
           CLOSE ARQUIVO-INGREDIENTE.
           DISPLAY "Itens recebidos na nota " WS-NOTA-FISCAL ": "
               WS-TOTAL.

       RECEBER-ITEM.
           PERFORM LER-INGREDIENTE.
           IF WS-INGREDIENTE-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Quantidade (" ING-UNIDADE "): ".
           ACCEPT WS-QUANTIDADE.
           DISPLAY "Validade (AAAAMMDD): ".
           ACCEPT WS-VALIDADE.
           IF WS-QUANTIDADE = ZERO
               DISPLAY "Quantidade zerada; item ignorado."
               EXIT PARAGRAPH
           END-IF.
           IF WS-VALIDADE NOT > WS-HOJE
               DISPLAY "Validade vencida ou invalida; item recusado."
               EXIT PARAGRAPH
           END-IF.
      * Proxima sequencia para o ingrediente nessa validade.
           MOVE ZERO TO WS-SEQUENCIA.
           MOVE WS-INGREDIENTE TO LOT-INGREDIENTE.
           MOVE WS-VALIDADE TO LOT-VALIDADE.
           MOVE ZERO TO LOT-SEQUENCIA.
           MOVE "N" TO WS-FIM-LOTES.
           START ARQUIVO-LOTE KEY IS >= LOT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LOTES
           END-START.
           PERFORM UNTIL WS-FIM-LOTES = "S"
               READ ARQUIVO-LOTE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LOTES
                   NOT AT END
                       IF LOT-INGREDIENTE NOT = WS-INGREDIENTE
                               OR LOT-VALIDADE NOT = WS-VALIDADE
                           MOVE "S" TO WS-FIM-LOTES
                       ELSE
                           MOVE LOT-SEQUENCIA TO WS-SEQUENCIA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-INGREDIENTE TO LOT-INGREDIENTE.
           MOVE WS-VALIDADE TO LOT-VALIDADE.
           COMPUTE LOT-SEQUENCIA = WS-SEQUENCIA + 1.
           MOVE WS-NOTA-FISCAL TO LOT-NOTA-FISCAL.
           MOVE WS-FORNECEDOR TO LOT-FORNECEDOR.
           MOVE WS-HOJE TO LOT-DATA-RECEBIMENTO.
           MOVE WS-QUANTIDADE TO LOT-QTD-RECEBIDA.
           MOVE WS-QUANTIDADE TO LOT-SALDO.
           WRITE REG-LOTE-MERENDA
               INVALID KEY
                   DISPLAY "Erro ao gravar o lote."
                   EXIT PARAGRAPH
           END-WRITE.
           ADD WS-QUANTIDADE TO ING-SALDO.
           REWRITE REG-INGREDIENTE.
           MOVE SPACES TO REG-MOV-MERENDA.
           SET MVM-ENTRADA TO TRUE.
           MOVE WS-INGREDIENTE TO MVM-INGREDIENTE.
           MOVE WS-QUANTIDADE TO MVM-QUANTIDADE.
           MOVE WS-NOTA-FISCAL TO MVM-DOCUMENTO.
           MOVE WS-VALIDADE TO MVM-VALIDADE.
           PERFORM GRAVAR-MOVIMENTO.
           ADD 1 TO WS-TOTAL.
           MOVE ING-SALDO TO WS-ED-QTD-FINA.
           DISPLAY "Lote gravado; saldo de " ING-DESCRICAO ": "
               WS-ED-QTD-FINA " " ING-UNIDADE.

       MANTER-FICHA.
      * Quantidade zero retira o ingrediente da ficha.
           DISPLAY "Codigo do cardapio: ".
           ACCEPT WS-CARDAPIO.
           IF WS-CARDAPIO = SPACES
               DISPLAY "Codigo obrigatorio."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Nome do cardapio: ".
           ACCEPT WS-NOME-CARDAPIO.
           PERFORM ABRIR-INGREDIENTES.
           IF WS-STATUS-ING NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-RECEITAS.
           IF WS-STATUS-RCT NOT = "00"
               CLOSE ARQUIVO-INGREDIENTE
               EXIT PARAGRAPH
           END-IF.
           MOVE "X" TO WS-INGREDIENTE.
           PERFORM UNTIL WS-INGREDIENTE = SPACES
               DISPLAY "Ingrediente (vazio = fim da ficha): "
               ACCEPT WS-INGREDIENTE
               IF WS-INGREDIENTE NOT = SPACES
                   PERFORM MANTER-LINHA-FICHA
               END-IF
           END-PERFORM.
           CLOSE ARQUIVO-RECEITA.
           CLOSE ARQUIVO-INGREDIENTE.
           PERFORM LISTAR-FICHA.

       MANTER-LINHA-FICHA.
           PERFORM LER-INGREDIENTE.
           IF WS-INGREDIENTE-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Quantidade por porcao (" ING-UNIDADE
               "; zero retira): ".
           ACCEPT WS-QTD-PORCAO.
           MOVE WS-CARDAPIO TO RCT-CARDAPIO.
           MOVE WS-INGREDIENTE TO RCT-INGREDIENTE.
           READ ARQUIVO-RECEITA KEY IS RCT-CHAVE
               INVALID KEY
                   IF WS-QTD-PORCAO NOT = ZERO
                       MOVE WS-NOME-CARDAPIO TO RCT-NOME-CARDAPIO
                       MOVE WS-QTD-PORCAO TO RCT-QTD-PORCAO
                       WRITE REG-RECEITA-MERENDA
                   END-IF
               NOT INVALID KEY
                   IF WS-QTD-PORCAO = ZERO
                       DELETE ARQUIVO-RECEITA
                       DISPLAY "Ingrediente retirado da ficha."
                   ELSE
                       MOVE WS-NOME-CARDAPIO TO RCT-NOME-CARDAPIO
                       MOVE WS-QTD-PORCAO TO RCT-QTD-PORCAO
                       REWRITE REG-RECEITA-MERENDA
                   END-IF
           END-READ.

       LISTAR-FICHA.
           MOVE ZERO TO WS-TOTAL.
           OPEN INPUT ARQUIVO-RECEITA.
           IF WS-STATUS-RCT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CARDAPIO TO RCT-CARDAPIO.
           MOVE LOW-VALUES TO RCT-INGREDIENTE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START ARQUIVO-RECEITA KEY IS >= RCT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-RECEITA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF RCT-CARDAPIO NOT = WS-CARDAPIO
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           ADD 1 TO WS-TOTAL
                           DISPLAY "  " RCT-INGREDIENTE " "
                               RCT-QTD-PORCAO " por porcao"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-RECEITA.
           DISPLAY "Ingredientes na ficha de " WS-CARDAPIO ": "
               WS-TOTAL.

       CONSULTAR-ESTOQUE.
      * Saldo do ingrediente e seus lotes com saldo, por validade.
           DISPLAY "Codigo do ingrediente: ".
           ACCEPT WS-INGREDIENTE.
           OPEN INPUT ARQUIVO-INGREDIENTE.
           IF WS-STATUS-ING NOT = "00"
               DISPLAY "Nenhum ingrediente cadastrado."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-INGREDIENTE.
           CLOSE ARQUIVO-INGREDIENTE.
           IF WS-INGREDIENTE-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE ING-SALDO TO WS-ED-QTD-FINA.
           DISPLAY ING-DESCRICAO " saldo " WS-ED-QTD-FINA " "
               ING-UNIDADE.
           MOVE ING-ESTOQUE-MINIMO TO WS-ED-QTD-FINA.
           DISPLAY "Estoque minimo: " WS-ED-QTD-FINA.
           OPEN INPUT ARQUIVO-LOTE.
           IF WS-STATUS-LOT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INGREDIENTE TO LOT-INGREDIENTE.
           MOVE ZERO TO LOT-VALIDADE.
           MOVE ZERO TO LOT-SEQUENCIA.
           MOVE "N" TO WS-FIM-LOTES.
           START ARQUIVO-LOTE KEY IS >= LOT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LOTES
           END-START.
           PERFORM UNTIL WS-FIM-LOTES = "S"
               READ ARQUIVO-LOTE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LOTES
                   NOT AT END
                       IF LOT-INGREDIENTE NOT = WS-INGREDIENTE
                           MOVE "S" TO WS-FIM-LOTES
                       ELSE
                           IF LOT-SALDO > ZERO
                               MOVE LOT-SALDO TO WS-ED-QTD-FINA
                               DISPLAY "  validade " LOT-VALIDADE
                                   " nota " LOT-NOTA-FISCAL
                                   " saldo " WS-ED-QTD-FINA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-LOTE.

       BAIXAR-CONSUMO.
      * WS-DATA-MOV, WS-CARDAPIO e WS-REFEICOES informados. Devolve
      * em WS-JA-BAIXADO o resultado (S, D, C ou I, como em
      * LK-RESULTADO).
           MOVE "I" TO WS-JA-BAIXADO.
           PERFORM CONFERIR-DIA-BAIXADO.
           IF WS-JA-BAIXADO = "D"
               DISPLAY "Consumo de " WS-DATA-MOV " ja baixado."
               EXIT PARAGRAPH
           END-IF.
           MOVE "I" TO WS-JA-BAIXADO.
           OPEN INPUT ARQUIVO-RECEITA.
           IF WS-STATUS-RCT NOT = "00"
               DISPLAY "Nenhuma ficha tecnica cadastrada."
               MOVE "C" TO WS-JA-BAIXADO
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQUIVO-INGREDIENTE.
           IF WS-STATUS-ING NOT = "00"
               DISPLAY "ingredientes.idx indisponivel (STATUS="
                   WS-STATUS-ING ")."
               CLOSE ARQUIVO-RECEITA
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQUIVO-LOTE.
           IF WS-STATUS-LOT NOT = "00"
               DISPLAY "lotes_merenda.idx indisponivel (STATUS="
                   WS-STATUS-LOT ")."
               CLOSE ARQUIVO-RECEITA
               CLOSE ARQUIVO-INGREDIENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-MOVIMENTOS.
           MOVE ZERO TO WS-TOTAL.
           MOVE ZERO TO WS-TOTAL-FALTA.
           MOVE WS-CARDAPIO TO RCT-CARDAPIO.
           MOVE LOW-VALUES TO RCT-INGREDIENTE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START ARQUIVO-RECEITA KEY IS >= RCT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-RECEITA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF RCT-CARDAPIO NOT = WS-CARDAPIO
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           PERFORM BAIXAR-INGREDIENTE-CONSUMO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TOTAL = ZERO
               DISPLAY "Cardapio " WS-CARDAPIO " sem ficha tecnica; "
                   "nenhuma baixa feita."
               MOVE "C" TO WS-JA-BAIXADO
           ELSE
               MOVE SPACES TO REG-MOV-MERENDA
               SET MVM-REFEICOES TO TRUE
               MOVE WS-REFEICOES TO MVM-QUANTIDADE
               MOVE WS-CARDAPIO TO MVM-DOCUMENTO
               MOVE ZERO TO MVM-VALIDADE
               PERFORM GRAVAR-MOVIMENTO
               MOVE "S" TO WS-JA-BAIXADO
               DISPLAY "Baixa de consumo: " WS-TOTAL
                   " ingrediente(s) para " WS-REFEICOES
                   " refeicoes."
               IF WS-TOTAL-FALTA > ZERO
                   DISPLAY "ATENCAO: " WS-TOTAL-FALTA " ingrediente(s)"
                       " sem saldo suficiente; confira o estoque."
               END-IF
           END-IF.
           CLOSE ARQUIVO-MOVIMENTO.
           CLOSE ARQUIVO-LOTE.
           CLOSE ARQUIVO-INGREDIENTE.
           CLOSE ARQUIVO-RECEITA.

       CONFERIR-DIA-BAIXADO.
      * Linha R na data = consumo do dia ja baixado.
           OPEN INPUT ARQUIVO-MOVIMENTO.
           IF WS-STATUS-MVM NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-LOTES.
           PERFORM UNTIL WS-FIM-LOTES = "S"
               READ ARQUIVO-MOVIMENTO
                   AT END
                       MOVE "S" TO WS-FIM-LOTES
                   NOT AT END
                       IF MVM-REFEICOES AND MVM-DATA = WS-DATA-MOV
                           MOVE "D" TO WS-JA-BAIXADO
                           MOVE "S" TO WS-FIM-LOTES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-MOVIMENTO.

       BAIXAR-INGREDIENTE-CONSUMO.
           MOVE RCT-INGREDIENTE TO ING-CODIGO.
           READ ARQUIVO-INGREDIENTE KEY IS ING-CODIGO
               INVALID KEY
                   DISPLAY "Ingrediente da ficha nao cadastrado: "
                       RCT-INGREDIENTE
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-TOTAL.
           COMPUTE WS-QUANTIDADE ROUNDED =
               WS-REFEICOES * RCT-QTD-PORCAO.
           MOVE WS-QUANTIDADE TO WS-QTD-RESTANTE.
           SET MVM-CONSUMO TO TRUE.
           MOVE WS-CARDAPIO TO WS-DOCUMENTO.
           MOVE ZERO TO WS-VALIDADE.
           PERFORM BAIXAR-LOTES.
           IF WS-QTD-RESTANTE > ZERO
               ADD 1 TO WS-TOTAL-FALTA
               MOVE WS-QTD-RESTANTE TO WS-ED-QTD-FINA
               DISPLAY "Falta de " WS-ED-QTD-FINA " " ING-UNIDADE
                   " de " ING-DESCRICAO
           END-IF.
           IF ING-SALDO < ING-ESTOQUE-MINIMO
               DISPLAY "Alerta: " ING-DESCRICAO " abaixo do estoque "
                   "minimo."
           END-IF.

       BAIXAR-LOTES.
      * Tira WS-QTD-RESTANTE do ingrediente lido, lote a lote, do
      * que vence primeiro; WS-VALIDADE diferente de zero limita aos
      * lotes dessa validade (perda). Grava um movimento do tipo ja
      * posto em MVM-TIPO por lote tocado e regrava o saldo do
      * ingrediente. Sobra em WS-QTD-RESTANTE o que faltou.
           MOVE ING-CODIGO TO LOT-INGREDIENTE.
           MOVE WS-VALIDADE TO LOT-VALIDADE.
           MOVE ZERO TO LOT-SEQUENCIA.
           MOVE "N" TO WS-FIM-LOTES.
           START ARQUIVO-LOTE KEY IS >= LOT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LOTES
           END-START.
           PERFORM UNTIL WS-FIM-LOTES = "S"
                   OR WS-QTD-RESTANTE = ZERO
               READ ARQUIVO-LOTE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LOTES
                   NOT AT END
                       IF LOT-INGREDIENTE NOT = ING-CODIGO
                           MOVE "S" TO WS-FIM-LOTES
                       ELSE
                       IF WS-VALIDADE NOT = ZERO
                               AND LOT-VALIDADE NOT = WS-VALIDADE
                           MOVE "S" TO WS-FIM-LOTES
                       ELSE
                           IF LOT-SALDO > ZERO
                               PERFORM BAIXAR-UM-LOTE
                           END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           REWRITE REG-INGREDIENTE.

       BAIXAR-UM-LOTE.
           IF LOT-SALDO < WS-QTD-RESTANTE
               MOVE LOT-SALDO TO WS-QTD-LOTE
           ELSE
               MOVE WS-QTD-RESTANTE TO WS-QTD-LOTE
           END-IF.
           SUBTRACT WS-QTD-LOTE FROM LOT-SALDO.
           REWRITE REG-LOTE-MERENDA.
           SUBTRACT WS-QTD-LOTE FROM WS-QTD-RESTANTE.
           IF ING-SALDO < WS-QTD-LOTE
               MOVE ZERO TO ING-SALDO
           ELSE
               SUBTRACT WS-QTD-LOTE FROM ING-SALDO
           END-IF.
           MOVE ING-CODIGO TO MVM-INGREDIENTE.
           MOVE WS-QTD-LOTE TO MVM-QUANTIDADE.
           MOVE WS-DOCUMENTO TO MVM-DOCUMENTO.
           MOVE LOT-VALIDADE TO MVM-VALIDADE.
           PERFORM GRAVAR-MOVIMENTO.

       BAIXAR-PERDA.
           PERFORM OBTER-HOJE.
           MOVE WS-HOJE TO WS-DATA-MOV.
           DISPLAY "Ingrediente: ".
           ACCEPT WS-INGREDIENTE.
           DISPLAY "Validade do lote (AAAAMMDD): ".
           ACCEPT WS-VALIDADE.
           DISPLAY "Quantidade perdida: ".
           ACCEPT WS-QUANTIDADE.
           DISPLAY "Motivo (VENCIDO, AVARIA...): ".
           ACCEPT WS-DOCUMENTO.
           IF WS-VALIDADE = ZERO OR WS-QUANTIDADE = ZERO
                   OR WS-DOCUMENTO = SPACES
               DISPLAY "Dados incompletos; perda nao registrada."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-INGREDIENTES.
           IF WS-STATUS-ING NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-INGREDIENTE.
           IF WS-INGREDIENTE-OK NOT = "S"
               CLOSE ARQUIVO-INGREDIENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-LOTES.
           IF WS-STATUS-LOT NOT = "00"
               CLOSE ARQUIVO-INGREDIENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-MOVIMENTOS.
           MOVE SPACES TO REG-MOV-MERENDA.
           SET MVM-PERDA TO TRUE.
           MOVE WS-QUANTIDADE TO WS-QTD-RESTANTE.
           PERFORM BAIXAR-LOTES.
           CLOSE ARQUIVO-MOVIMENTO.
           CLOSE ARQUIVO-LOTE.
           CLOSE ARQUIVO-INGREDIENTE.
           IF WS-QTD-RESTANTE = WS-QUANTIDADE
               DISPLAY "Nenhum lote com saldo nessa validade."
           ELSE
               IF WS-QTD-RESTANTE > ZERO
                   MOVE WS-QTD-RESTANTE TO WS-ED-QTD-FINA
                   DISPLAY "Lote sem saldo para tudo; nao baixado: "
                       WS-ED-QTD-FINA
               END-IF
               MOVE ING-SALDO TO WS-ED-QTD-FINA
               DISPLAY "Perda registrada; saldo de " ING-DESCRICAO
                   ": " WS-ED-QTD-FINA " " ING-UNIDADE
           END-IF.

       RELATORIO-ALERTAS.
           PERFORM OBTER-HOJE.
           COMPUTE WS-LIMITE-VALIDADE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + WS-DIAS-ALERTA).
           MOVE ZERO TO WS-TOTAL-MINIMO.
           MOVE ZERO TO WS-TOTAL-VALIDADE.
           MOVE "estoque_alertas.rel" TO WS-REL-NOME.
           MOVE "ALERTAS DO ESTOQUE DA MERENDA" TO WS-REL-TITULO.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           STRING "Posicao em " WS-HOJE
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "ABAIXO DO ESTOQUE MINIMO" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "CODIGO DESCRICAO                      UN     SALDO"
               TO WS-REL-LINHA.
           MOVE "MINIMO" TO WS-REL-LINHA(55:6).
           PERFORM ESCREVER-LINHA.
           OPEN INPUT ARQUIVO-INGREDIENTE.
           IF WS-STATUS-ING = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-INGREDIENTE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF ING-ATIVO
                                   AND ING-SALDO < ING-ESTOQUE-MINIMO
                               PERFORM LINHA-ALERTA-MINIMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-INGREDIENTE
           END-IF.
           PERFORM ESCREVER-LINHA.
           STRING "LOTES VENCIDOS OU VENCENDO EM ATE " WS-DIAS-ALERTA
               " DIAS" DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE "INGRED VALIDADE  DIAS NOTA FISCAL         SALDO"
               TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           OPEN INPUT ARQUIVO-LOTE.
           IF WS-STATUS-LOT = "00"
               MOVE "N" TO WS-FIM-LOTES
               PERFORM UNTIL WS-FIM-LOTES = "S"
                   READ ARQUIVO-LOTE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-LOTES
                       NOT AT END
                           IF LOT-SALDO > ZERO
                                   AND LOT-VALIDADE <=
                                       WS-LIMITE-VALIDADE
                               PERFORM LINHA-ALERTA-VALIDADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-LOTE
           END-IF.
           PERFORM ESCREVER-LINHA.
           STRING "Abaixo do minimo: " WS-TOTAL-MINIMO
               "  lotes a vencer/vencidos: " WS-TOTAL-VALIDADE
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".
           DISPLAY "Abaixo do minimo: " WS-TOTAL-MINIMO
               "  lotes a vencer/vencidos: " WS-TOTAL-VALIDADE.

       LINHA-ALERTA-MINIMO.
           ADD 1 TO WS-TOTAL-MINIMO.
           MOVE ING-SALDO TO WS-ED-QTD.
           MOVE ING-ESTOQUE-MINIMO TO WS-ED-QTD-2.
           STRING ING-CODIGO " " ING-DESCRICAO " " ING-UNIDADE " "
               WS-ED-QTD " " WS-ED-QTD-2
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       LINHA-ALERTA-VALIDADE.
      * Dias negativos: lote ja vencido, a baixar como perda.
           ADD 1 TO WS-TOTAL-VALIDADE.
           COMPUTE WS-DIAS-VENCER =
               FUNCTION INTEGER-OF-DATE(LOT-VALIDADE)
               - FUNCTION INTEGER-OF-DATE(WS-HOJE).
           MOVE WS-DIAS-VENCER TO WS-ED-DIAS.
           MOVE LOT-SALDO TO WS-ED-QTD.
           STRING LOT-INGREDIENTE " " LOT-VALIDADE " " WS-ED-DIAS
               " " LOT-NOTA-FISCAL " " WS-ED-QTD
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           IF WS-DIAS-VENCER < ZERO
               MOVE "VENCIDO" TO WS-REL-LINHA(52:7)
           END-IF.
           PERFORM ESCREVER-LINHA.

       MOVIMENTO-MENSAL.
      * Saldo inicial = todos os movimentos antes da competencia;
      * entradas, consumo e perdas = os da competencia.
           MOVE ZERO TO WS-QTD-ING.
           MOVE ZERO TO WS-REFEICOES-MES.
           MOVE ZERO TO WS-DIAS-SERVIDOS.
           MOVE ZERO TO WS-TOTAL-NOTAS.
           OPEN INPUT ARQUIVO-INGREDIENTE.
           IF WS-STATUS-ING NOT = "00"
               DISPLAY "Nenhum ingrediente cadastrado."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-INGREDIENTE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF WS-QTD-ING < 200
                           ADD 1 TO WS-QTD-ING
                           MOVE ING-CODIGO TO WS-TI-CODIGO(WS-QTD-ING)
                           MOVE ING-DESCRICAO
                               TO WS-TI-DESCRICAO(WS-QTD-ING)
                           MOVE ING-UNIDADE
                               TO WS-TI-UNIDADE(WS-QTD-ING)
                           MOVE ZERO TO WS-TI-INICIAL(WS-QTD-ING)
                               WS-TI-ENTRADAS(WS-QTD-ING)
                               WS-TI-CONSUMO(WS-QTD-ING)
                               WS-TI-PERDAS(WS-QTD-ING)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-INGREDIENTE.
           MOVE "estoque_merenda_mes.rel" TO WS-REL-NOME.
           MOVE "MOVIMENTO MENSAL DO ESTOQUE DA MERENDA"
               TO WS-REL-TITULO.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           STRING "Competencia " WS-COMPETENCIA
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "NOTAS FISCAIS RECEBIDAS NO MES" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "DATA     NOTA FISCAL     INGRED  QUANTIDADE VALIDADE"
               TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           OPEN INPUT ARQUIVO-MOVIMENTO.
           IF WS-STATUS-MVM = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-MOVIMENTO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM ACUMULAR-MOVIMENTO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MOVIMENTO
           END-IF.
           PERFORM ESCREVER-LINHA.
           MOVE "CODIGO DESCRICAO          UN   INICIAL ENTRADAS"
               TO WS-REL-LINHA.
           MOVE "CONSUMO" TO WS-REL-LINHA(51:7).
           MOVE "PERDAS" TO WS-REL-LINHA(62:6).
           MOVE "FINAL" TO WS-REL-LINHA(75:5).
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-ING
               PERFORM LINHA-MOVIMENTO-INGREDIENTE
           END-PERFORM.
           PERFORM ESCREVER-LINHA.
           STRING "Notas recebidas: " WS-TOTAL-NOTAS
               "  dias servidos: " WS-DIAS-SERVIDOS
               "  refeicoes: " WS-REFEICOES-MES
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".
           DISPLAY "Movimento de " WS-COMPETENCIA ": "
               WS-QTD-ING " ingrediente(s), " WS-REFEICOES-MES
               " refeicoes.".

       ACUMULAR-MOVIMENTO.
           MOVE MVM-DATA(1:6) TO WS-DATA-COMP.
           IF WS-DATA-COMP > WS-COMPETENCIA
               EXIT PARAGRAPH
           END-IF.
           IF MVM-REFEICOES
               IF WS-DATA-COMP = WS-COMPETENCIA
                   ADD MVM-QUANTIDADE TO WS-REFEICOES-MES
                   ADD 1 TO WS-DIAS-SERVIDOS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-IND-ING.
           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-ING OR WS-IND-ING NOT = ZERO
               IF WS-TI-CODIGO(WS-IND) = MVM-INGREDIENTE
                   MOVE WS-IND TO WS-IND-ING
               END-IF
           END-PERFORM.
           IF WS-IND-ING = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATA-COMP < WS-COMPETENCIA
               EVALUATE TRUE
                   WHEN MVM-ENTRADA
                       ADD MVM-QUANTIDADE TO WS-TI-INICIAL(WS-IND-ING)
                   WHEN MVM-CONSUMO
                   WHEN MVM-PERDA
                       SUBTRACT MVM-QUANTIDADE
                           FROM WS-TI-INICIAL(WS-IND-ING)
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN MVM-ENTRADA
                   ADD MVM-QUANTIDADE TO WS-TI-ENTRADAS(WS-IND-ING)
                   ADD 1 TO WS-TOTAL-NOTAS
                   MOVE MVM-QUANTIDADE TO WS-ED-QTD-FINA
                   STRING MVM-DATA " " MVM-DOCUMENTO " "
                       MVM-INGREDIENTE " " WS-ED-QTD-FINA " "
                       MVM-VALIDADE
                       DELIMITED BY SIZE INTO WS-REL-LINHA
                   END-STRING
                   PERFORM ESCREVER-LINHA
               WHEN MVM-CONSUMO
                   ADD MVM-QUANTIDADE TO WS-TI-CONSUMO(WS-IND-ING)
               WHEN MVM-PERDA
                   ADD MVM-QUANTIDADE TO WS-TI-PERDAS(WS-IND-ING)
           END-EVALUATE.

       LINHA-MOVIMENTO-INGREDIENTE.
           COMPUTE WS-SALDO-FINAL = WS-TI-INICIAL(WS-IND)
               + WS-TI-ENTRADAS(WS-IND) - WS-TI-CONSUMO(WS-IND)
               - WS-TI-PERDAS(WS-IND).
           MOVE WS-TI-INICIAL(WS-IND) TO WS-ED-SALDO.
           MOVE WS-TI-ENTRADAS(WS-IND) TO WS-ED-QTD.
           MOVE WS-TI-CONSUMO(WS-IND) TO WS-ED-QTD-2.
           MOVE WS-TI-PERDAS(WS-IND) TO WS-ED-QTD-3.
           STRING WS-TI-CODIGO(WS-IND) " "
               WS-TI-DESCRICAO(WS-IND)(1:18) " "
               WS-TI-UNIDADE(WS-IND) WS-ED-SALDO WS-ED-QTD " "
               WS-ED-QTD-2 " " WS-ED-QTD-3
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           MOVE WS-SALDO-FINAL TO WS-ED-SALDO.
           MOVE WS-ED-SALDO TO WS-REL-LINHA(70:10).
           PERFORM ESCREVER-LINHA.
