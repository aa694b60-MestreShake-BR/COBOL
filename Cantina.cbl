       IDENTIFICATION DIVISION.
           PROGRAM-ID. CANTINA.
           AUTHOR. Alexandre S S Alves.

      * Conta pre-paga da cantina por matricula, no lugar da caderneta
      * acertada no fim do mes. Itens e precos em cantina_itens.idx,
      * contas em cantina_contas.idx e todo credito ou venda em
      * cantina_movimentos.dat, com o saldo que ficou.
      * Recarga: o pedido (cantina_recargas.idx) vira taxa avulsa CT
      * por LANCARTAXAVALOR e e pago como as outras taxas -- no caixa
      * de MENSALIDADES.cbl, com o mesmo recibo (competencia
      * 8NNNNN), ou pelo boleto da remessa. So quando a taxa e paga
      * o valor entra no saldo (ENTRY CANTINA-CREDITAR, chamada por
      * QUITARTAXA). Pedido que a familia nao vai pagar se cancela
      * como qualquer taxa, em TAXASAVULSAS. Recibo de recarga
      * estornado no caixa tira o valor do saldo e devolve o pedido
      * a aguardando (ENTRY CANTINA-ESTORNAR, chamada por
      * ESTORNARTAXA); saldo ja gasto recusa o estorno.
      * Venda no balcao: recusa item inativo, item da lista de
      * bloqueio do responsavel, item com alergeno escrito na ficha
      * de saude (SAU-ALERGIAS), compra acima do saldo e compra que
      * passa do limite diario. Saldo que cai abaixo do ponto de
      * aviso gera evento CANTINA-SALDO (uma vez ate a proxima
      * recarga), despachado por NOTIFICACOES como SMS.
      * Extrato mensal (cantina_extratos.rel): uma folha por familia
      * (familias.idx), com saldo inicial, recargas, compras e saldo
      * final de cada filho; pelo menu ou pelo agendador (ENTRY
      * CANTINA-MENSAL, frequencia M, mes anterior). Perfil de
      * consulta so consulta e emite o extrato.
      * Devolucao do saldo (aluno que sai da escola): todo o saldo
      * entra no credito da familia (MOVCREDITO) e vira pedido de
      * devolucao para o supervisor (DEVOLUCAO-SOLICITAR, como os
      * suspensos de SUSPENSOS.cbl); a conta fica zerada e inativa.
      * A exclusao do aluno (PENDENCIASEXCLUSAO) so passa com a conta
      * zerada.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CONTA ASSIGN TO "cantina_contas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTC-MATRICULA
               FILE STATUS IS WS-STATUS-CTC.
           SELECT ARQUIVO-ITEM ASSIGN TO "cantina_itens.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITC-CODIGO
               FILE STATUS IS WS-STATUS-ITC.
           SELECT ARQUIVO-RECARGA ASSIGN TO "cantina_recargas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCG-CHAVE
               FILE STATUS IS WS-STATUS-RCG.
           SELECT ARQUIVO-MOVIMENTO
               ASSIGN TO "cantina_movimentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MVC.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-SAUDE ASSIGN TO "ficha_saude.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAU-MATRICULA
               FILE STATUS IS WS-STATUS-SAU.
           SELECT ARQUIVO-FAMILIA ASSIGN TO "familias.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-MATRICULA
               FILE STATUS IS WS-STATUS-FAM.
           SELECT ARQUIVO-RESPONSAVEL ASSIGN TO "responsaveis.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS WS-STATUS-RSP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CONTA.
           COPY "RegistroContaCantina.cpy".

       FD  ARQUIVO-ITEM.
           COPY "RegistroItemCantina.cpy".

       FD  ARQUIVO-RECARGA.
           COPY "RegistroRecargaCantina.cpy".

       FD  ARQUIVO-MOVIMENTO.
           COPY "RegistroMovCantina.cpy".

       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-SAUDE.
           COPY "RegistroSaude.cpy".

       FD  ARQUIVO-FAMILIA.
           COPY "RegistroFamilia.cpy".

       FD  ARQUIVO-RESPONSAVEL.
           COPY "RegistroResponsavel.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-CTC PIC X(2).
       01 WS-STATUS-ITC PIC X(2).
       01 WS-STATUS-RCG PIC X(2).
       01 WS-STATUS-MVC PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-SAU PIC X(2).
       01 WS-STATUS-FAM PIC X(2).
       01 WS-STATUS-RSP PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-PODE-MANTER PIC X.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-AGORA PIC 9(6).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-MATRICULA PIC 9(5).
       01 WS-NOME-ALUNO PIC X(20).
       01 WS-ALUNO-OK PIC X.
       01 WS-CONTA-NOVA PIC X.
       01 WS-CODIGO PIC X(6).
       01 WS-CONFIRMA PIC X.
       01 WS-I PIC 9(2).
       01 WS-SALDO-ALERTA-PADRAO PIC 9(3)V9(2) VALUE 10.00.
      * Recarga.
       01 WS-VALOR-RECARGA PIC 9(5)V9(2).
       01 WS-TAX-TIPO PIC X(2) VALUE "CT".
       01 WS-TAX-REFERENCIA PIC X(30).
       01 WS-TAX-DESCRICAO PIC X(30) VALUE "RECARGA DA CANTINA".
       01 WS-TAX-NUMERO PIC 9(5).
       01 WS-COMPETENCIA-TAXA PIC 9(6).
      * Venda.
       01 WS-QUANTIDADE PIC 9(2).
       01 WS-VALOR-VENDA PIC 9(5)V9(2).
       01 WS-TOTAL-VENDA PIC 9(5)V9(2).
       01 WS-ITENS-VENDIDOS PIC 9(3).
       01 WS-PODE-VENDER PIC X.
       01 WS-ALERGIAS PIC X(40).
       01 WS-TAM PIC 9(2).
       01 WS-OCORRENCIAS PIC 9(3).
       01 WS-EVT-TIPO PIC X(14) VALUE "CANTINA-SALDO".
       01 WS-EVT-CHAVE PIC X(10).
       01 WS-EVT-DADOS PIC X(60).
      * Devolucao do saldo: parametros de MOVCREDITO e
      * DEVOLUCAO-SOLICITAR.
       01 WS-VALOR-DEVOLVIDO PIC 9(5)V9(2).
       01 WS-OPERACAO-CREDITO PIC X(1).
       01 WS-VALOR-CREDITO PIC 9(7)V9(2).
       01 WS-ORIGEM-CREDITO PIC X(20).
       01 WS-SALDO-CREDITO PIC 9(7)V9(2).
       01 WS-TIPO-TITULAR PIC X(1).
       01 WS-TITULAR-CREDITO PIC 9(5).
       01 WS-MOTIVO-DEVOLUCAO PIC X(40).
       01 WS-PEDIDO-DEVOLUCAO PIC 9(6).
      * Extrato mensal.
       01 WS-COMPETENCIA PIC 9(6).
       01 WS-COMP-DATA.
           05 WS-COMP-ANO PIC 9(4).
           05 WS-COMP-MES PIC 9(2).
       01 WS-INICIO-MES PIC 9(8).
       01 WS-FIM-MES PIC 9(8).
       01 WS-TAB-CONTAS.
           05 WS-QTD-CONTAS PIC 9(4) VALUE ZERO.
           05 WS-TC-ENT OCCURS 1000 TIMES.
               10 WS-TC-MATRICULA PIC 9(5).
               10 WS-TC-FAMILIA PIC 9(5).
               10 WS-TC-SALDO PIC 9(5)V9(2).
               10 WS-TC-FEITO PIC X(1).
       01 WS-IND PIC 9(4).
       01 WS-IND-2 PIC 9(4).
       01 WS-SALDO-INICIAL PIC 9(5)V9(2).
       01 WS-SALDO-FINAL PIC 9(5)V9(2).
       01 WS-TOTAL-RECARGAS PIC S9(6)V9(2).
       01 WS-TOTAL-COMPRAS PIC 9(6)V9(2).
       01 WS-MOVS-MES PIC 9(5).
       01 WS-TOTAL-FAMILIAS PIC 9(5).
      * Arquivos abertos para o extrato (o status muda a cada
      * leitura).
       01 WS-FAM-ABERTO PIC X.
       01 WS-MOV-ABERTO PIC X.
       01 WS-ITC-ABERTO PIC X.
       01 WS-ALU-ABERTO PIC X.
       01 WS-RSP-ABERTO PIC X.
       01 WS-DESC-MOV PIC X(34).
       01 WS-VALOR-SINAL PIC S9(5)V9(2).
       01 WS-ED-VALOR PIC ZZ,ZZ9.99.
       01 WS-ED-VALOR-2 PIC ZZ,ZZ9.99.
       01 WS-ED-VALOR-3 PIC ZZ,ZZ9.99.
       01 WS-ED-TOTAL PIC -ZZ,ZZ9.99.
       01 WS-ED-TOTAL-2 PIC ZZZ,ZZ9.99.
       01 WS-ED-MOV PIC -ZZ,ZZ9.99.
       01 WS-REL-NOME PIC X(30).
       01 WS-REL-TITULO PIC X(40).
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-REFERENCIA PIC X(30).
       01 LK-DATA PIC 9(8).
       01 LK-SITUACAO PIC X(1).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Cantina - Conta Pre-paga        ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Cadastrar/Alterar Item        ".
           DISPLAY "2 -  Regras do Responsavel         ".
           DISPLAY "3 -  Pedir Recarga                 ".
           DISPLAY "4 -  Registrar Venda               ".
           DISPLAY "5 -  Consultar Conta               ".
           DISPLAY "6 -  Extrato Mensal das Familias   ".
           DISPLAY "7 -  Devolver Saldo a Familia      ".
           DISPLAY "8 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM MANTER-ITEM
                   END-IF
               WHEN 2
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM MANTER-REGRAS
                   END-IF
               WHEN 3
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM PEDIR-RECARGA
                   END-IF
               WHEN 4
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM REGISTRAR-VENDA
                   END-IF
               WHEN 5
                   PERFORM CONSULTAR-CONTA
               WHEN 6
                   DISPLAY "Competencia (AAAAMM): "
                   ACCEPT WS-COMPETENCIA
                   PERFORM EXTRATO-MENSAL
               WHEN 7
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM DEVOLVER-SALDO
                   END-IF
               WHEN 8
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.
           PERFORM PRINCIPAL.

      * Credito da recarga paga, chamado por QUITARTAXA (taxa CT):
      * LK-REFERENCIA traz a chave do pedido e LK-DATA o pagamento.
       ENTRY "CANTINA-CREDITAR" USING LK-REFERENCIA LK-DATA.
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           PERFORM CREDITAR-RECARGA.
           GOBACK.

      * Estorno da recarga paga, chamado por ESTORNARTAXA (taxa CT):
      * devolve S com o valor tirado do saldo (ou recarga que nem
      * chegou a ser creditada) e N quando o saldo ja nao cobre.
       ENTRY "CANTINA-ESTORNAR" USING LK-REFERENCIA LK-DATA
               LK-SITUACAO.
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           PERFORM ESTORNAR-RECARGA.
           GOBACK.

      * Extrato do mes anterior, sem menu, para o agendador.
       ENTRY "CANTINA-MENSAL".
           PERFORM OBTER-HOJE.
           MOVE WS-HOJE(1:6) TO WS-COMP-DATA.
           IF WS-COMP-MES = 1
               SUBTRACT 1 FROM WS-COMP-ANO
               MOVE 12 TO WS-COMP-MES
           ELSE
               SUBTRACT 1 FROM WS-COMP-MES
           END-IF.
           MOVE WS-COMP-DATA TO WS-COMPETENCIA.
           PERFORM EXTRATO-MENSAL.
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
           MOVE WS-DATA-HORA(9:6) TO WS-AGORA.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.

       ABRIR-CONTAS.
           OPEN I-O ARQUIVO-CONTA.
           IF WS-STATUS-CTC = "35"
               OPEN OUTPUT ARQUIVO-CONTA
               CLOSE ARQUIVO-CONTA
               OPEN I-O ARQUIVO-CONTA
           END-IF.
           IF WS-STATUS-CTC NOT = "00"
               DISPLAY "Erro ao abrir cantina_contas.idx. STATUS="
                   WS-STATUS-CTC
           END-IF.

       ABRIR-ITENS.
           OPEN I-O ARQUIVO-ITEM.
           IF WS-STATUS-ITC = "35"
               OPEN OUTPUT ARQUIVO-ITEM
               CLOSE ARQUIVO-ITEM
               OPEN I-O ARQUIVO-ITEM
           END-IF.
           IF WS-STATUS-ITC NOT = "00"
               DISPLAY "Erro ao abrir cantina_itens.idx. STATUS="
                   WS-STATUS-ITC
           END-IF.

       ABRIR-RECARGAS.
           OPEN I-O ARQUIVO-RECARGA.
           IF WS-STATUS-RCG = "35"
               OPEN OUTPUT ARQUIVO-RECARGA
               CLOSE ARQUIVO-RECARGA
               OPEN I-O ARQUIVO-RECARGA
           END-IF.
           IF WS-STATUS-RCG NOT = "00"
               DISPLAY "Erro ao abrir cantina_recargas.idx. STATUS="
                   WS-STATUS-RCG
           END-IF.

       ABRIR-MOVIMENTOS.
           OPEN EXTEND ARQUIVO-MOVIMENTO.
           IF WS-STATUS-MVC = "35"
               OPEN OUTPUT ARQUIVO-MOVIMENTO
           END-IF.

       LER-ALUNO.
           MOVE "N" TO WS-ALUNO-OK.
           MOVE SPACES TO WS-NOME-ALUNO.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO MATRICULA-ALUNO.
           READ ARQUIVO-ALUNOS
               INVALID KEY
                   DISPLAY "Matricula nao encontrada: " WS-MATRICULA
               NOT INVALID KEY
                   MOVE "S" TO WS-ALUNO-OK
                   MOVE NOME-ALUNO TO WS-NOME-ALUNO
           END-READ.
           CLOSE ARQUIVO-ALUNOS.

       NOVA-CONTA.
      * Conta zerada, sem limite, com o ponto de aviso padrao.
           INITIALIZE REG-CONTA-CANTINA.
           MOVE WS-MATRICULA TO CTC-MATRICULA.
           MOVE WS-SALDO-ALERTA-PADRAO TO CTC-SALDO-ALERTA.
           MOVE "N" TO CTC-ALERTA-ENVIADO.
           SET CTC-ATIVA TO TRUE.

       MANTER-ITEM.
           DISPLAY "Codigo do item: ".
           ACCEPT WS-CODIGO.
           IF WS-CODIGO = SPACES
               DISPLAY "Codigo obrigatorio."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-ITENS.
           IF WS-STATUS-ITC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CODIGO TO ITC-CODIGO.
           READ ARQUIVO-ITEM KEY IS ITC-CODIGO
               INVALID KEY
                   MOVE SPACES TO REG-ITEM-CANTINA
                   MOVE WS-CODIGO TO ITC-CODIGO
                   SET ITC-ATIVO TO TRUE
                   PERFORM ACEITAR-DADOS-ITEM
                   WRITE REG-ITEM-CANTINA
                       INVALID KEY
                           DISPLAY "Erro ao gravar o item."
                       NOT INVALID KEY
                           DISPLAY "Item cadastrado."
                   END-WRITE
               NOT INVALID KEY
                   MOVE ITC-PRECO TO WS-ED-VALOR
                   DISPLAY ITC-DESCRICAO " R$ " WS-ED-VALOR
                       " situacao " ITC-STATUS
                   PERFORM ACEITAR-DADOS-ITEM
                   DISPLAY "Ativo? (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "N" OR WS-CONFIRMA = "n"
                       SET ITC-INATIVO TO TRUE
                   ELSE
                       SET ITC-ATIVO TO TRUE
                   END-IF
                   REWRITE REG-ITEM-CANTINA
                   DISPLAY "Item atualizado."
           END-READ.
           CLOSE ARQUIVO-ITEM.

       ACEITAR-DADOS-ITEM.
           DISPLAY "Descricao: ".
           ACCEPT ITC-DESCRICAO.
           DISPLAY "Preco: ".
           ACCEPT ITC-PRECO.
           DISPLAY "Alergenos do item, como na ficha de saude "
               "(ate 4; vazio = nenhum):".
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               DISPLAY "  Alergeno " WS-I ": "
               ACCEPT ITC-ALERGENO(WS-I)
               INSPECT ITC-ALERGENO(WS-I) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-PERFORM.

       MANTER-REGRAS.
      * Regras pedidas pelo responsavel: limite diario, ponto de
      * aviso de saldo baixo e lista de itens bloqueados.
           DISPLAY "Matricula do aluno: ".
           ACCEPT WS-MATRICULA.
           PERFORM LER-ALUNO.
           IF WS-ALUNO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-CONTAS.
           IF WS-STATUS-CTC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CONTA-NOVA.
           MOVE WS-MATRICULA TO CTC-MATRICULA.
           READ ARQUIVO-CONTA KEY IS CTC-MATRICULA
               INVALID KEY
                   MOVE "S" TO WS-CONTA-NOVA
                   PERFORM NOVA-CONTA
           END-READ.
           DISPLAY "Aluno: " WS-NOME-ALUNO.
           PERFORM MOSTRAR-CONTA.
           PERFORM MOSTRAR-ITENS-ALERGIA.
           DISPLAY "Responsavel que pediu as regras: ".
           ACCEPT CTC-REGRAS-POR.
           DISPLAY "Limite de gasto por dia (zero = sem limite): ".
           ACCEPT CTC-LIMITE-DIARIO.
           DISPLAY "Avisar a familia com saldo abaixo de: ".
           ACCEPT CTC-SALDO-ALERTA.
           DISPLAY "Refazer a lista de itens bloqueados? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM ACEITAR-BLOQUEIOS
           END-IF.
           DISPLAY "Conta ativa? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "N" OR WS-CONFIRMA = "n"
               SET CTC-INATIVA TO TRUE
           ELSE
               SET CTC-ATIVA TO TRUE
           END-IF.
           PERFORM OBTER-HOJE.
           MOVE WS-HOJE TO CTC-DATA-REGRAS.
           IF WS-CONTA-NOVA = "S"
               WRITE REG-CONTA-CANTINA
                   INVALID KEY
                       DISPLAY "Erro ao gravar a conta."
                   NOT INVALID KEY
                       DISPLAY "Conta da cantina aberta."
               END-WRITE
           ELSE
               REWRITE REG-CONTA-CANTINA
               DISPLAY "Regras atualizadas."
           END-IF.
           CLOSE ARQUIVO-CONTA.

       ACEITAR-BLOQUEIOS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
               MOVE SPACES TO CTC-ITEM-BLOQUEADO(WS-I)
           END-PERFORM.
           MOVE "X" TO WS-CODIGO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > 10 OR WS-CODIGO = SPACES
               DISPLAY "Item bloqueado " WS-I " (vazio = fim): "
               ACCEPT WS-CODIGO
               MOVE WS-CODIGO TO CTC-ITEM-BLOQUEADO(WS-I)
           END-PERFORM.

       MOSTRAR-CONTA.
           MOVE CTC-SALDO TO WS-ED-VALOR.
           MOVE CTC-LIMITE-DIARIO TO WS-ED-VALOR-2.
           MOVE CTC-SALDO-ALERTA TO WS-ED-VALOR-3.
           DISPLAY "Saldo R$ " WS-ED-VALOR "  limite/dia R$ "
               WS-ED-VALOR-2 "  aviso abaixo de R$ " WS-ED-VALOR-3.
           IF CTC-INATIVA
               DISPLAY "Conta inativa."
           END-IF.
           IF CTC-REGRAS-POR NOT = SPACES
               DISPLAY "Regras pedidas por " CTC-REGRAS-POR " em "
                   CTC-DATA-REGRAS
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
               IF CTC-ITEM-BLOQUEADO(WS-I) NOT = SPACES
                   DISPLAY "  Bloqueado: " CTC-ITEM-BLOQUEADO(WS-I)
               END-IF
           END-PERFORM.

       MOSTRAR-ITENS-ALERGIA.
      * Itens que a ficha de saude ja impede, para o responsavel nao
      * precisar repeti-los na lista de bloqueio.
           PERFORM LER-ALERGIAS.
           IF WS-ALERGIAS = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Alergias na ficha de saude: " WS-ALERGIAS.
           OPEN INPUT ARQUIVO-ITEM.
           IF WS-STATUS-ITC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ITEM NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM CONFERIR-ALERGENO
                       IF WS-PODE-VENDER = "N"
                           DISPLAY "  Ja recusado pela ficha: "
                               ITC-CODIGO " " ITC-DESCRICAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ITEM.

       LER-ALERGIAS.
           MOVE SPACES TO WS-ALERGIAS.
           OPEN INPUT ARQUIVO-SAUDE.
           IF WS-STATUS-SAU NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO SAU-MATRICULA.
           READ ARQUIVO-SAUDE KEY IS SAU-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SAU-ALERGIAS TO WS-ALERGIAS
           END-READ.
           CLOSE ARQUIVO-SAUDE.
           INSPECT WS-ALERGIAS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       CONFERIR-ALERGENO.
      * WS-PODE-VENDER fica "N" se algum alergeno do item lido
      * aparece nas alergias do aluno (WS-ALERGIAS).
           MOVE "S" TO WS-PODE-VENDER.
           IF WS-ALERGIAS = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               IF ITC-ALERGENO(WS-I) NOT = SPACES
                   MOVE ZERO TO WS-TAM
                   INSPECT ITC-ALERGENO(WS-I) TALLYING WS-TAM
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   MOVE ZERO TO WS-OCORRENCIAS
                   IF WS-TAM > ZERO
                       INSPECT WS-ALERGIAS TALLYING WS-OCORRENCIAS
                           FOR ALL ITC-ALERGENO(WS-I)(1:WS-TAM)
                   END-IF
                   IF WS-OCORRENCIAS > ZERO
                       MOVE "N" TO WS-PODE-VENDER
                   END-IF
               END-IF
           END-PERFORM.

       PEDIR-RECARGA.
      * O valor so entra no saldo quando a taxa CT for paga.
           DISPLAY "Matricula do aluno: ".
           ACCEPT WS-MATRICULA.
           PERFORM LER-ALUNO.
           IF WS-ALUNO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Valor da recarga: ".
           ACCEPT WS-VALOR-RECARGA.
           IF WS-VALOR-RECARGA = ZERO
               DISPLAY "Valor zerado; nada foi pedido."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-RECARGAS.
           IF WS-STATUS-RCG NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM OBTER-HOJE.
           INITIALIZE REG-RECARGA-CANTINA.
           MOVE WS-MATRICULA TO RCG-MATRICULA.
           MOVE WS-HOJE TO RCG-DATA.
           MOVE WS-AGORA TO RCG-HORA.
           MOVE WS-VALOR-RECARGA TO RCG-VALOR.
           MOVE WS-OPERADOR-SESSAO TO RCG-OPERADOR.
           SET RCG-AGUARDANDO TO TRUE.
           MOVE RCG-CHAVE TO WS-TAX-REFERENCIA.
           CALL "LANCARTAXAVALOR" USING WS-TAX-TIPO WS-MATRICULA
               WS-VALOR-RECARGA WS-TAX-REFERENCIA WS-TAX-DESCRICAO
               WS-TAX-NUMERO.
           IF WS-TAX-NUMERO = ZERO
               DISPLAY "Taxa da recarga nao lancada; pedido desfeito."
               CLOSE ARQUIVO-RECARGA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TAX-NUMERO TO RCG-TAXA.
           WRITE REG-RECARGA-CANTINA
               INVALID KEY
                   DISPLAY "Erro ao gravar o pedido de recarga."
               NOT INVALID KEY
                   COMPUTE WS-COMPETENCIA-TAXA = 800000 + WS-TAX-NUMERO
                   DISPLAY "Recarga pedida. Receba no caixa da "
                       "tesouraria na competencia " WS-COMPETENCIA-TAXA
                   DISPLAY "ou aguarde o boleto da proxima remessa."
           END-WRITE.
           CLOSE ARQUIVO-RECARGA.

       CREDITAR-RECARGA.
           PERFORM ABRIR-RECARGAS.
           IF WS-STATUS-RCG NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-REFERENCIA(1:19) TO RCG-CHAVE.
           READ ARQUIVO-RECARGA KEY IS RCG-CHAVE
               INVALID KEY
                   DISPLAY "Pedido de recarga nao encontrado: "
                       LK-REFERENCIA
                   CLOSE ARQUIVO-RECARGA
                   EXIT PARAGRAPH
           END-READ.
           IF RCG-CREDITADA
               CLOSE ARQUIVO-RECARGA
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-CONTAS.
           IF WS-STATUS-CTC NOT = "00"
               CLOSE ARQUIVO-RECARGA
               EXIT PARAGRAPH
           END-IF.
           MOVE RCG-MATRICULA TO WS-MATRICULA.
           MOVE "N" TO WS-CONTA-NOVA.
           MOVE WS-MATRICULA TO CTC-MATRICULA.
           READ ARQUIVO-CONTA KEY IS CTC-MATRICULA
               INVALID KEY
                   MOVE "S" TO WS-CONTA-NOVA
                   PERFORM NOVA-CONTA
           END-READ.
           ADD RCG-VALOR TO CTC-SALDO.
           IF CTC-SALDO >= CTC-SALDO-ALERTA
               MOVE "N" TO CTC-ALERTA-ENVIADO
           END-IF.
           IF WS-CONTA-NOVA = "S"
               WRITE REG-CONTA-CANTINA
           ELSE
               REWRITE REG-CONTA-CANTINA
           END-IF.
           PERFORM OBTER-HOJE.
           PERFORM ABRIR-MOVIMENTOS.
           MOVE SPACES TO REG-MOV-CANTINA.
           MOVE LK-DATA TO MVC-DATA.
           MOVE WS-AGORA TO MVC-HORA.
           MOVE WS-MATRICULA TO MVC-MATRICULA.
           SET MVC-RECARGA TO TRUE.
           MOVE ZERO TO MVC-QUANTIDADE.
           MOVE RCG-VALOR TO MVC-VALOR.
           MOVE CTC-SALDO TO MVC-SALDO.
           MOVE RCG-TAXA TO MVC-TAXA.
           MOVE WS-OPERADOR-SESSAO TO MVC-OPERADOR.
           WRITE REG-MOV-CANTINA.
           CLOSE ARQUIVO-MOVIMENTO.
           SET RCG-CREDITADA TO TRUE.
           MOVE LK-DATA TO RCG-DATA-CREDITO.
           REWRITE REG-RECARGA-CANTINA.
           CLOSE ARQUIVO-CONTA.
           CLOSE ARQUIVO-RECARGA.
           MOVE RCG-VALOR TO WS-ED-VALOR.
           MOVE CTC-SALDO TO WS-ED-VALOR-2.
           DISPLAY "Recarga de R$ " WS-ED-VALOR " creditada na "
               "cantina; saldo R$ " WS-ED-VALOR-2.

       ESTORNAR-RECARGA.
           MOVE "N" TO LK-SITUACAO.
           PERFORM ABRIR-RECARGAS.
           IF WS-STATUS-RCG NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-REFERENCIA(1:19) TO RCG-CHAVE.
           READ ARQUIVO-RECARGA KEY IS RCG-CHAVE
               INVALID KEY
                   DISPLAY "Pedido de recarga nao encontrado: "
                       LK-REFERENCIA
                   CLOSE ARQUIVO-RECARGA
                   EXIT PARAGRAPH
           END-READ.
           IF NOT RCG-CREDITADA
               MOVE "S" TO LK-SITUACAO
               CLOSE ARQUIVO-RECARGA
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-CONTAS.
           IF WS-STATUS-CTC NOT = "00"
               CLOSE ARQUIVO-RECARGA
               EXIT PARAGRAPH
           END-IF.
           MOVE RCG-MATRICULA TO WS-MATRICULA.
           MOVE WS-MATRICULA TO CTC-MATRICULA.
           READ ARQUIVO-CONTA KEY IS CTC-MATRICULA
               INVALID KEY
                   MOVE ZERO TO CTC-SALDO
           END-READ.
           IF CTC-SALDO < RCG-VALOR
               MOVE RCG-VALOR TO WS-ED-VALOR
               MOVE CTC-SALDO TO WS-ED-VALOR-2
               DISPLAY "Recarga de R$ " WS-ED-VALOR " ja consumida "
                   "na cantina (saldo R$ " WS-ED-VALOR-2
                   "): estorno recusado."
               CLOSE ARQUIVO-CONTA
               CLOSE ARQUIVO-RECARGA
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT RCG-VALOR FROM CTC-SALDO.
           REWRITE REG-CONTA-CANTINA.
           PERFORM OBTER-HOJE.
           PERFORM ABRIR-MOVIMENTOS.
           MOVE SPACES TO REG-MOV-CANTINA.
           MOVE WS-HOJE TO MVC-DATA.
           MOVE WS-AGORA TO MVC-HORA.
           MOVE WS-MATRICULA TO MVC-MATRICULA.
           SET MVC-ESTORNO TO TRUE.
           MOVE ZERO TO MVC-QUANTIDADE.
           MOVE RCG-VALOR TO MVC-VALOR.
           MOVE CTC-SALDO TO MVC-SALDO.
           MOVE RCG-TAXA TO MVC-TAXA.
           MOVE WS-OPERADOR-SESSAO TO MVC-OPERADOR.
           WRITE REG-MOV-CANTINA.
           CLOSE ARQUIVO-MOVIMENTO.
           SET RCG-AGUARDANDO TO TRUE.
           MOVE ZERO TO RCG-DATA-CREDITO.
           REWRITE REG-RECARGA-CANTINA.
           CLOSE ARQUIVO-CONTA.
           CLOSE ARQUIVO-RECARGA.
           MOVE "S" TO LK-SITUACAO.
           MOVE RCG-VALOR TO WS-ED-VALOR.
           MOVE CTC-SALDO TO WS-ED-VALOR-2.
           DISPLAY "Recarga de R$ " WS-ED-VALOR " estornada da "
               "cantina; saldo R$ " WS-ED-VALOR-2.

       REGISTRAR-VENDA.
      * Um atendimento pode ter varios itens: repete ate o codigo em
      * branco. Cada item passa pelas regras antes de baixar.
           DISPLAY "Matricula do aluno: ".
           ACCEPT WS-MATRICULA.
           PERFORM LER-ALUNO.
           IF WS-ALUNO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-CONTAS.
           IF WS-STATUS-CTC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO CTC-MATRICULA.
           READ ARQUIVO-CONTA KEY IS CTC-MATRICULA
               INVALID KEY
                   DISPLAY "Aluno sem conta na cantina; peca a "
                       "recarga a familia."
                   CLOSE ARQUIVO-CONTA
                   EXIT PARAGRAPH
           END-READ.
           IF CTC-INATIVA
               DISPLAY "Conta da cantina inativa."
               CLOSE ARQUIVO-CONTA
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQUIVO-ITEM.
           IF WS-STATUS-ITC NOT = "00"
               DISPLAY "Nenhum item cadastrado na cantina."
               CLOSE ARQUIVO-CONTA
               EXIT PARAGRAPH
           END-IF.
           PERFORM OBTER-HOJE.
           IF CTC-DATA-GASTO NOT = WS-HOJE
               MOVE WS-HOJE TO CTC-DATA-GASTO
               MOVE ZERO TO CTC-GASTO-DIA
           END-IF.
           PERFORM LER-ALERGIAS.
           DISPLAY "Aluno: " WS-NOME-ALUNO.
           MOVE CTC-SALDO TO WS-ED-VALOR.
           DISPLAY "Saldo R$ " WS-ED-VALOR.
           PERFORM ABRIR-MOVIMENTOS.
           MOVE ZERO TO WS-TOTAL-VENDA.
           MOVE ZERO TO WS-ITENS-VENDIDOS.
           MOVE "X" TO WS-CODIGO.
           PERFORM UNTIL WS-CODIGO = SPACES
               DISPLAY "Item (vazio = fim): "
               ACCEPT WS-CODIGO
               IF WS-CODIGO NOT = SPACES
                   PERFORM VENDER-ITEM
               END-IF
           END-PERFORM.
           CLOSE ARQUIVO-MOVIMENTO.
           CLOSE ARQUIVO-ITEM.
           IF CTC-SALDO < CTC-SALDO-ALERTA
                   AND CTC-ALERTA-ENVIADO NOT = "S"
               PERFORM AVISAR-SALDO-BAIXO
           END-IF.
           REWRITE REG-CONTA-CANTINA.
           CLOSE ARQUIVO-CONTA.
           MOVE WS-TOTAL-VENDA TO WS-ED-VALOR.
           MOVE CTC-SALDO TO WS-ED-VALOR-2.
           DISPLAY WS-ITENS-VENDIDOS " item(ns), total R$ "
               WS-ED-VALOR "; saldo R$ " WS-ED-VALOR-2.

       VENDER-ITEM.
           MOVE WS-CODIGO TO ITC-CODIGO.
           READ ARQUIVO-ITEM KEY IS ITC-CODIGO
               INVALID KEY
                   DISPLAY "Item nao cadastrado: " WS-CODIGO
                   EXIT PARAGRAPH
           END-READ.
           IF ITC-INATIVO
               DISPLAY "Item fora de venda: " ITC-DESCRICAO
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-PODE-VENDER.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
               IF CTC-ITEM-BLOQUEADO(WS-I) = ITC-CODIGO
                   MOVE "N" TO WS-PODE-VENDER
               END-IF
           END-PERFORM.
           IF WS-PODE-VENDER = "N"
               DISPLAY "RECUSADO: " ITC-DESCRICAO " bloqueado pelo "
                   "responsavel."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONFERIR-ALERGENO.
           IF WS-PODE-VENDER = "N"
               DISPLAY "RECUSADO: " ITC-DESCRICAO " tem alergeno da "
                   "ficha de saude (" WS-ALERGIAS ")."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Quantidade: ".
           ACCEPT WS-QUANTIDADE.
           IF WS-QUANTIDADE = ZERO
               MOVE 1 TO WS-QUANTIDADE
           END-IF.
           COMPUTE WS-VALOR-VENDA = ITC-PRECO * WS-QUANTIDADE.
           IF WS-VALOR-VENDA > CTC-SALDO
               MOVE CTC-SALDO TO WS-ED-VALOR
               DISPLAY "RECUSADO: saldo insuficiente (R$ "
                   WS-ED-VALOR ")."
               EXIT PARAGRAPH
           END-IF.
           IF CTC-LIMITE-DIARIO > ZERO
                   AND CTC-GASTO-DIA + WS-VALOR-VENDA
                       > CTC-LIMITE-DIARIO
               MOVE CTC-GASTO-DIA TO WS-ED-VALOR
               MOVE CTC-LIMITE-DIARIO TO WS-ED-VALOR-2
               DISPLAY "RECUSADO: passa do limite diario (gasto R$ "
                   WS-ED-VALOR " de R$ " WS-ED-VALOR-2 ")."
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT WS-VALOR-VENDA FROM CTC-SALDO.
           ADD WS-VALOR-VENDA TO CTC-GASTO-DIA.
           ADD WS-VALOR-VENDA TO WS-TOTAL-VENDA.
           ADD 1 TO WS-ITENS-VENDIDOS.
           MOVE SPACES TO REG-MOV-CANTINA.
           MOVE WS-HOJE TO MVC-DATA.
           MOVE WS-AGORA TO MVC-HORA.
           MOVE WS-MATRICULA TO MVC-MATRICULA.
           SET MVC-VENDA TO TRUE.
           MOVE ITC-CODIGO TO MVC-ITEM.
           MOVE WS-QUANTIDADE TO MVC-QUANTIDADE.
           MOVE WS-VALOR-VENDA TO MVC-VALOR.
           MOVE CTC-SALDO TO MVC-SALDO.
           MOVE ZERO TO MVC-TAXA.
           MOVE WS-OPERADOR-SESSAO TO MVC-OPERADOR.
           WRITE REG-MOV-CANTINA.
           MOVE WS-VALOR-VENDA TO WS-ED-VALOR.
           DISPLAY "  " WS-QUANTIDADE " x " ITC-DESCRICAO " R$ "
               WS-ED-VALOR.

       AVISAR-SALDO-BAIXO.
           MOVE WS-MATRICULA TO WS-EVT-CHAVE.
           MOVE CTC-SALDO TO WS-ED-VALOR.
           MOVE SPACES TO WS-EVT-DADOS.
           STRING "Saldo R$ " WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-EVT-DADOS
           END-STRING.
           CALL "GRAVAREVENTO" USING WS-EVT-TIPO WS-EVT-CHAVE
               WS-EVT-DADOS.
           MOVE "S" TO CTC-ALERTA-ENVIADO.
           DISPLAY "Saldo baixo: a familia sera avisada.".

       CONSULTAR-CONTA.
           DISPLAY "Matricula do aluno: ".
           ACCEPT WS-MATRICULA.
           PERFORM LER-ALUNO.
           IF WS-ALUNO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQUIVO-CONTA.
           IF WS-STATUS-CTC NOT = "00"
               DISPLAY "Nenhuma conta de cantina aberta."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO CTC-MATRICULA.
           READ ARQUIVO-CONTA KEY IS CTC-MATRICULA
               INVALID KEY
                   DISPLAY "Aluno sem conta na cantina."
                   CLOSE ARQUIVO-CONTA
                   EXIT PARAGRAPH
           END-READ.
           CLOSE ARQUIVO-CONTA.
           DISPLAY "Aluno: " WS-NOME-ALUNO.
           PERFORM MOSTRAR-CONTA.
           PERFORM OBTER-HOJE.
           IF CTC-DATA-GASTO = WS-HOJE
               MOVE CTC-GASTO-DIA TO WS-ED-VALOR
               DISPLAY "Gasto hoje R$ " WS-ED-VALOR
           END-IF.
           PERFORM LISTAR-RECARGAS-PENDENTES.

       DEVOLVER-SALDO.
      * Como em SUSPENSOS.cbl: o valor entra no saldo de credito da
      * familia e o pedido de devolucao fica aguardando o supervisor
      * em DEVOLUCOES.cbl, que debita o credito na aprovacao.
           DISPLAY "Matricula do aluno: ".
           ACCEPT WS-MATRICULA.
           PERFORM LER-ALUNO.
           IF WS-ALUNO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-CONTAS.
           IF WS-STATUS-CTC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO CTC-MATRICULA.
           READ ARQUIVO-CONTA KEY IS CTC-MATRICULA
               INVALID KEY
                   DISPLAY "Aluno sem conta na cantina."
                   CLOSE ARQUIVO-CONTA
                   EXIT PARAGRAPH
           END-READ.
           IF CTC-SALDO = ZERO
               DISPLAY "Conta da cantina sem saldo a devolver."
               CLOSE ARQUIVO-CONTA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Aluno: " WS-NOME-ALUNO.
           PERFORM MOSTRAR-CONTA.
           MOVE CTC-SALDO TO WS-ED-VALOR.
           DISPLAY "Devolver R$ " WS-ED-VALOR
               " a familia e desativar a conta? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Devolucao cancelada."
               CLOSE ARQUIVO-CONTA
               EXIT PARAGRAPH
           END-IF.
           MOVE CTC-SALDO TO WS-VALOR-DEVOLVIDO.
           MOVE CTC-SALDO TO WS-VALOR-CREDITO.
           MOVE "E" TO WS-OPERACAO-CREDITO.
           MOVE SPACES TO WS-ORIGEM-CREDITO.
           STRING "CANTINA " WS-MATRICULA
                  DELIMITED BY SIZE INTO WS-ORIGEM-CREDITO
           END-STRING.
           CALL "MOVCREDITO" USING WS-MATRICULA WS-OPERACAO-CREDITO
               WS-VALOR-CREDITO WS-ORIGEM-CREDITO WS-SALDO-CREDITO
               WS-TIPO-TITULAR WS-TITULAR-CREDITO.
           MOVE SPACES TO WS-MOTIVO-DEVOLUCAO.
           STRING "SALDO DA CANTINA MATRICULA " WS-MATRICULA
                  DELIMITED BY SIZE INTO WS-MOTIVO-DEVOLUCAO
           END-STRING.
           MOVE WS-VALOR-DEVOLVIDO TO WS-VALOR-CREDITO.
           CALL "DEVOLUCAO-SOLICITAR" USING WS-MATRICULA
               WS-VALOR-CREDITO WS-ORIGEM-CREDITO
               WS-MOTIVO-DEVOLUCAO WS-PEDIDO-DEVOLUCAO.
           MOVE ZERO TO CTC-SALDO.
           SET CTC-INATIVA TO TRUE.
           REWRITE REG-CONTA-CANTINA.
           CLOSE ARQUIVO-CONTA.
           PERFORM OBTER-HOJE.
           PERFORM ABRIR-MOVIMENTOS.
           MOVE SPACES TO REG-MOV-CANTINA.
           MOVE WS-HOJE TO MVC-DATA.
           MOVE WS-AGORA TO MVC-HORA.
           MOVE WS-MATRICULA TO MVC-MATRICULA.
           SET MVC-DEVOLUCAO TO TRUE.
           MOVE ZERO TO MVC-QUANTIDADE.
           MOVE WS-VALOR-DEVOLVIDO TO MVC-VALOR.
           MOVE ZERO TO MVC-SALDO.
           MOVE ZERO TO MVC-TAXA.
           MOVE WS-OPERADOR-SESSAO TO MVC-OPERADOR.
           WRITE REG-MOV-CANTINA.
           CLOSE ARQUIVO-MOVIMENTO.
           MOVE WS-VALOR-DEVOLVIDO TO WS-ED-VALOR.
           IF WS-PEDIDO-DEVOLUCAO = ZERO
               DISPLAY "R$ " WS-ED-VALOR " no credito da familia; "
                   "pedido de devolucao nao gravado -- abra em "
                   "DEVOLUCOES (Solicitar Devolucao)."
           ELSE
               DISPLAY "R$ " WS-ED-VALOR " no credito da familia; "
                   "pedido de devolucao " WS-PEDIDO-DEVOLUCAO
                   " aguardando aprovacao do supervisor."
           END-IF.

       LISTAR-RECARGAS-PENDENTES.
           OPEN INPUT ARQUIVO-RECARGA.
           IF WS-STATUS-RCG NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO RCG-MATRICULA.
           MOVE ZERO TO RCG-DATA.
           MOVE ZERO TO RCG-HORA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START ARQUIVO-RECARGA KEY IS >= RCG-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-RECARGA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF RCG-MATRICULA NOT = WS-MATRICULA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF RCG-AGUARDANDO
                               MOVE RCG-VALOR TO WS-ED-VALOR
                               DISPLAY "  Recarga aguardando "
                                   "pagamento: R$ " WS-ED-VALOR
                                   " taxa " RCG-TAXA " pedida em "
                                   RCG-DATA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-RECARGA.

       EXTRATO-MENSAL.
      * WS-COMPETENCIA informada. Junta as contas por familia numa
      * tabela e imprime uma folha por casa.
           MOVE WS-COMPETENCIA TO WS-COMP-DATA.
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               DISPLAY "Competencia invalida: " WS-COMPETENCIA
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INICIO-MES = WS-COMPETENCIA * 100 + 1.
           COMPUTE WS-FIM-MES = WS-COMPETENCIA * 100 + 31.
           PERFORM CARREGAR-CONTAS.
           IF WS-QTD-CONTAS = ZERO
               DISPLAY "Nenhuma conta de cantina aberta."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-TOTAL-FAMILIAS.
           MOVE "cantina_extratos.rel" TO WS-REL-NOME.
           MOVE "EXTRATO MENSAL DA CANTINA" TO WS-REL-TITULO.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           OPEN INPUT ARQUIVO-MOVIMENTO.
           MOVE "N" TO WS-MOV-ABERTO.
           IF WS-STATUS-MVC = "00"
               MOVE "S" TO WS-MOV-ABERTO
           END-IF.
           OPEN INPUT ARQUIVO-ITEM.
           MOVE "N" TO WS-ITC-ABERTO.
           IF WS-STATUS-ITC = "00"
               MOVE "S" TO WS-ITC-ABERTO
           END-IF.
           OPEN INPUT ARQUIVO-ALUNOS.
           MOVE "N" TO WS-ALU-ABERTO.
           IF WS-STATUS-ALU = "00"
               MOVE "S" TO WS-ALU-ABERTO
           END-IF.
           OPEN INPUT ARQUIVO-RESPONSAVEL.
           MOVE "N" TO WS-RSP-ABERTO.
           IF WS-STATUS-RSP = "00"
               MOVE "S" TO WS-RSP-ABERTO
           END-IF.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-CONTAS
               IF WS-TC-FEITO(WS-IND) NOT = "S"
                   PERFORM IMPRIMIR-FAMILIA
               END-IF
           END-PERFORM.
           IF WS-RSP-ABERTO = "S"
               CLOSE ARQUIVO-RESPONSAVEL
           END-IF.
           IF WS-ALU-ABERTO = "S"
               CLOSE ARQUIVO-ALUNOS
           END-IF.
           IF WS-ITC-ABERTO = "S"
               CLOSE ARQUIVO-ITEM
           END-IF.
           IF WS-MOV-ABERTO = "S"
               CLOSE ARQUIVO-MOVIMENTO
           END-IF.
           CALL "REL-FECHAR".
           DISPLAY "Extratos da cantina de " WS-COMPETENCIA ": "
               WS-TOTAL-FAMILIAS " familia(s).".

       CARREGAR-CONTAS.
      * Matricula, grupo familiar (zero = sem familia cadastrada) e
      * saldo atual de cada conta.
           MOVE ZERO TO WS-QTD-CONTAS.
           OPEN INPUT ARQUIVO-CONTA.
           IF WS-STATUS-CTC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQUIVO-FAMILIA.
           MOVE "N" TO WS-FAM-ABERTO.
           IF WS-STATUS-FAM = "00"
               MOVE "S" TO WS-FAM-ABERTO
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CONTA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF WS-QTD-CONTAS < 1000
                           ADD 1 TO WS-QTD-CONTAS
                           PERFORM GUARDAR-CONTA
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FAM-ABERTO = "S"
               CLOSE ARQUIVO-FAMILIA
           END-IF.
           CLOSE ARQUIVO-CONTA.

       GUARDAR-CONTA.
           MOVE CTC-MATRICULA TO WS-TC-MATRICULA(WS-QTD-CONTAS).
           MOVE CTC-SALDO TO WS-TC-SALDO(WS-QTD-CONTAS).
           MOVE "N" TO WS-TC-FEITO(WS-QTD-CONTAS).
           MOVE ZERO TO WS-TC-FAMILIA(WS-QTD-CONTAS).
           IF WS-FAM-ABERTO = "S"
               MOVE CTC-MATRICULA TO FAM-MATRICULA
               READ ARQUIVO-FAMILIA KEY IS FAM-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FAM-CODIGO TO WS-TC-FAMILIA(WS-QTD-CONTAS)
               END-READ
           END-IF.

       IMPRIMIR-FAMILIA.
      * Folha da familia da conta WS-IND: ela e os irmaos do mesmo
      * grupo que vem depois na tabela.
           ADD 1 TO WS-TOTAL-FAMILIAS.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE WS-TC-MATRICULA(WS-IND) TO RSP-MATRICULA.
           MOVE SPACES TO RSP-NOME.
           IF WS-RSP-ABERTO = "S"
               READ ARQUIVO-RESPONSAVEL KEY IS RSP-MATRICULA
                   INVALID KEY
                       MOVE SPACES TO RSP-NOME
               END-READ
           END-IF.
           IF RSP-NOME = SPACES
               MOVE "AOS RESPONSAVEIS" TO WS-REL-LINHA
           ELSE
               STRING "AO(A) RESPONSAVEL " RSP-NOME
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
           END-IF.
           PERFORM ESCREVER-LINHA.
           IF WS-TC-FAMILIA(WS-IND) NOT = ZERO
               STRING "Familia " WS-TC-FAMILIA(WS-IND)
                   "   Competencia " WS-COMPETENCIA
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
           ELSE
               STRING "Competencia " WS-COMPETENCIA
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
           END-IF.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING WS-IND-2 FROM WS-IND BY 1
                   UNTIL WS-IND-2 > WS-QTD-CONTAS
               IF WS-IND-2 = WS-IND
                       OR (WS-TC-FAMILIA(WS-IND) NOT = ZERO
                           AND WS-TC-FAMILIA(WS-IND-2) =
                               WS-TC-FAMILIA(WS-IND))
                   MOVE "S" TO WS-TC-FEITO(WS-IND-2)
                   PERFORM IMPRIMIR-CONTA-MES
               END-IF
           END-PERFORM.

       IMPRIMIR-CONTA-MES.
      * Saldo inicial = saldo do ultimo movimento antes do mes; saldo
      * final = do ultimo movimento ate o fim dele.
           MOVE WS-TC-MATRICULA(WS-IND-2) TO WS-MATRICULA.
           MOVE SPACES TO WS-NOME-ALUNO.
           IF WS-ALU-ABERTO = "S"
               MOVE WS-MATRICULA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME-ALUNO TO WS-NOME-ALUNO
               END-READ
           END-IF.
           PERFORM ESCREVER-LINHA.
           STRING "Aluno(a) " WS-MATRICULA " " WS-NOME-ALUNO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE "  DATA     MOVIMENTO" TO WS-REL-LINHA.
           MOVE "VALOR     SALDO" TO WS-REL-LINHA(53:15).
           PERFORM ESCREVER-LINHA.
           MOVE ZERO TO WS-SALDO-INICIAL.
           MOVE ZERO TO WS-TOTAL-RECARGAS.
           MOVE ZERO TO WS-TOTAL-COMPRAS.
           MOVE ZERO TO WS-MOVS-MES.
           IF WS-MOV-ABERTO = "S"
               CLOSE ARQUIVO-MOVIMENTO
               OPEN INPUT ARQUIVO-MOVIMENTO
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-MOVIMENTO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF MVC-MATRICULA = WS-MATRICULA
                               PERFORM CONTAR-MOVIMENTO-MES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-MOVS-MES = ZERO
               MOVE "  Sem movimento no mes." TO WS-REL-LINHA
               PERFORM ESCREVER-LINHA
               MOVE WS-SALDO-INICIAL TO WS-SALDO-FINAL
           END-IF.
           MOVE WS-SALDO-INICIAL TO WS-ED-VALOR.
           MOVE WS-SALDO-FINAL TO WS-ED-VALOR-2.
           MOVE WS-TOTAL-RECARGAS TO WS-ED-TOTAL.
           MOVE WS-TOTAL-COMPRAS TO WS-ED-TOTAL-2.
           STRING "  Saldo inicial " WS-ED-VALOR
               "  recargas " WS-ED-TOTAL
               "  compras " WS-ED-TOTAL-2
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE WS-TC-SALDO(WS-IND-2) TO WS-ED-VALOR.
           STRING "  Saldo final   " WS-ED-VALOR-2
               "  saldo hoje " WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       CONTAR-MOVIMENTO-MES.
           IF MVC-DATA < WS-INICIO-MES
               MOVE MVC-SALDO TO WS-SALDO-INICIAL
               EXIT PARAGRAPH
           END-IF.
           IF MVC-DATA > WS-FIM-MES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MOVS-MES.
           MOVE MVC-SALDO TO WS-SALDO-FINAL.
           MOVE SPACES TO WS-DESC-MOV.
      * Estorno de recarga e devolucao do saldo abatem do total de
      * recargas do mes.
           EVALUATE TRUE
               WHEN MVC-RECARGA
                   ADD MVC-VALOR TO WS-TOTAL-RECARGAS
                   MOVE MVC-VALOR TO WS-VALOR-SINAL
                   STRING "RECARGA (TAXA " MVC-TAXA ")"
                       DELIMITED BY SIZE INTO WS-DESC-MOV
                   END-STRING
               WHEN MVC-ESTORNO
                   SUBTRACT MVC-VALOR FROM WS-TOTAL-RECARGAS
                   COMPUTE WS-VALOR-SINAL = ZERO - MVC-VALOR
                   STRING "ESTORNO RECARGA (TAXA " MVC-TAXA ")"
                       DELIMITED BY SIZE INTO WS-DESC-MOV
                   END-STRING
               WHEN MVC-DEVOLUCAO
                   SUBTRACT MVC-VALOR FROM WS-TOTAL-RECARGAS
                   COMPUTE WS-VALOR-SINAL = ZERO - MVC-VALOR
                   MOVE "DEVOLUCAO DO SALDO A FAMILIA"
                       TO WS-DESC-MOV
               WHEN OTHER
                   ADD MVC-VALOR TO WS-TOTAL-COMPRAS
                   COMPUTE WS-VALOR-SINAL = ZERO - MVC-VALOR
                   MOVE MVC-ITEM TO ITC-DESCRICAO
                   IF WS-ITC-ABERTO = "S"
                       MOVE MVC-ITEM TO ITC-CODIGO
                       READ ARQUIVO-ITEM KEY IS ITC-CODIGO
                           INVALID KEY
                               MOVE MVC-ITEM TO ITC-DESCRICAO
                       END-READ
                   END-IF
                   STRING MVC-QUANTIDADE " x " ITC-DESCRICAO
                       DELIMITED BY SIZE INTO WS-DESC-MOV
                   END-STRING
           END-EVALUATE.
           MOVE WS-VALOR-SINAL TO WS-ED-MOV.
           MOVE MVC-SALDO TO WS-ED-VALOR-3.
           STRING "  " MVC-DATA " " WS-DESC-MOV "  " WS-ED-MOV " "
               WS-ED-VALOR-3
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
