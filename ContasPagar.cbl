       IDENTIFICATION DIVISION.
           PROGRAM-ID. CONTASPAGAR.
           AUTHOR. Alexandre S S Alves.

      * Contas a pagar da escola, que viviam numa pasta de papel:
      * cadastro de fornecedores (fornecedores.idx) -- merenda,
      * onibus, editoras, manutencao -- e as contas
      * (contas_pagar.idx) com nota fiscal, fornecedor, categoria de
      * custo, unidade, vencimento e valor. A tesouraria lanca; so
      * um supervisor (perfil B, outro operador que nao o que
      * lancou) aprova, e so conta aprovada recebe o pagamento, como
      * nas devolucoes de credito. A agenda semanal
      * (contas_pagar_semana.rel) mostra o que vence na semana, dia
      * a dia, e o que ja venceu; o alerta de vencidas
      * (contas_vencidas.rel) denuncia o que passou do vencimento
      * sem pagamento. O ponto de entrada CONTASPAGAR-SEMANAL emite
      * os dois para a semana corrente, pelo agendador. Conta paga
      * entra no intercambio contabil do mes do pagamento
      * (EXPORTARCONTABIL, contas 9NN pela categoria).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-FORNECEDOR ASSIGN TO "fornecedores.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WS-STATUS-FOR.
           SELECT ARQUIVO-CONTA ASSIGN TO "contas_pagar.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-NUMERO
               ALTERNATE RECORD KEY IS CPG-DOCUMENTO
               ALTERNATE RECORD KEY IS CPG-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CPG.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-FORNECEDOR.
           COPY "RegistroFornecedor.cpy".

       FD  ARQUIVO-CONTA.
           COPY "RegistroContaPagar.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-FOR PIC X(2).
       01 WS-STATUS-CPG PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-PODE-MANTER PIC X.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-FOR-ABERTO PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-DECISAO PIC X.
       01 WS-FORNECEDOR PIC X(6).
       01 WS-NOME-FORNECEDOR PIC X(30).
       01 WS-FORNECEDOR-OK PIC X.
       01 WS-NUMERO-NOVO PIC 9(6).
       01 WS-NUMERO-BUSCA PIC 9(6).
       01 WS-DATA PIC 9(8).
       01 WS-CATEGORIA PIC X(3).
      * Agenda e alerta.
       01 WS-INICIO-SEMANA PIC 9(8).
       01 WS-FIM-SEMANA PIC 9(8).
       01 WS-DIA-SEMANA PIC 9(1).
       01 WS-DIA-ATUAL PIC 9(8).
       01 WS-DIAS-ATRASO PIC 9(4).
       01 WS-QTD-DIA PIC 9(4).
       01 WS-TOTAL-DIA PIC 9(9)V9(2).
       01 WS-QTD-LISTADAS PIC 9(4).
       01 WS-TOTAL-LISTADO PIC 9(9)V9(2).
       01 WS-QTD-VENCIDAS PIC 9(4).
       01 WS-TOTAL-VENCIDO PIC 9(9)V9(2).
       01 WS-QTD-PENDENTES PIC 9(4).
       01 WS-ED-VALOR PIC Z,ZZZ,ZZ9.99.
       01 WS-ED-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-DIAS PIC ZZZ9.
       01 WS-REL-NOME PIC X(30).
       01 WS-REL-TITULO PIC X(40).
       01 WS-LINHA-REL PIC X(80).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Contas a Pagar                  ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Cadastrar/Alterar Fornecedor  ".
           DISPLAY "2 -  Lancar Conta                  ".
           DISPLAY "3 -  Aprovar Conta (supervisor)    ".
           DISPLAY "4 -  Registrar Pagamento           ".
           DISPLAY "5 -  Cancelar Conta                ".
           DISPLAY "6 -  Agenda Semanal de Pagamentos  ".
           DISPLAY "7 -  Alerta de Contas Vencidas     ".
           DISPLAY "8 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM MANTER-FORNECEDOR
                   END-IF
               WHEN 2
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM LANCAR-CONTA
                   END-IF
               WHEN 3
                   PERFORM APROVAR-CONTA
               WHEN 4
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM REGISTRAR-PAGAMENTO
                   END-IF
               WHEN 5
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM CANCELAR-CONTA
                   END-IF
               WHEN 6
                   PERFORM OBTER-HOJE
                   DISPLAY "Inicio da semana (AAAAMMDD, vazio = "
                       "segunda desta semana): "
                   MOVE ZERO TO WS-INICIO-SEMANA
                   ACCEPT WS-INICIO-SEMANA
                   PERFORM AGENDA-SEMANAL
               WHEN 7
                   PERFORM OBTER-HOJE
                   PERFORM ALERTA-VENCIDAS
               WHEN 8
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.
           PERFORM PRINCIPAL.

      * Execucao pelo agendador, sem menu: agenda da semana corrente
      * e alerta das vencidas.
       ENTRY "CONTASPAGAR-SEMANAL".
           PERFORM OBTER-HOJE.
           MOVE ZERO TO WS-INICIO-SEMANA.
           PERFORM AGENDA-SEMANAL.
           PERFORM ALERTA-VENCIDAS.
           MOVE 0 TO RETURN-CODE.
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
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.

       ABRIR-FORNECEDORES.
           OPEN I-O ARQUIVO-FORNECEDOR.
           IF WS-STATUS-FOR = "35"
               OPEN OUTPUT ARQUIVO-FORNECEDOR
               CLOSE ARQUIVO-FORNECEDOR
               OPEN I-O ARQUIVO-FORNECEDOR
           END-IF.
           IF WS-STATUS-FOR NOT = "00"
               DISPLAY "Erro ao abrir fornecedores.idx. STATUS="
                   WS-STATUS-FOR
           END-IF.

       ABRIR-CONTAS.
           OPEN I-O ARQUIVO-CONTA.
           IF WS-STATUS-CPG = "35"
               OPEN OUTPUT ARQUIVO-CONTA
               CLOSE ARQUIVO-CONTA
               OPEN I-O ARQUIVO-CONTA
           END-IF.
           IF WS-STATUS-CPG NOT = "00"
               DISPLAY "Erro ao abrir contas_pagar.idx. STATUS="
                   WS-STATUS-CPG
           END-IF.

       MANTER-FORNECEDOR.
           DISPLAY "Codigo do fornecedor: ".
           MOVE SPACES TO WS-FORNECEDOR.
           ACCEPT WS-FORNECEDOR.
           IF WS-FORNECEDOR = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-FORNECEDORES.
           IF WS-STATUS-FOR NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FORNECEDOR TO FOR-CODIGO.
           READ ARQUIVO-FORNECEDOR KEY IS FOR-CODIGO
               INVALID KEY
                   MOVE SPACES TO REG-FORNECEDOR
                   MOVE WS-FORNECEDOR TO FOR-CODIGO
                   SET FOR-ATIVO TO TRUE
                   PERFORM ACEITAR-DADOS-FORNECEDOR
                   IF WS-CONFIRMA = "S"
                       WRITE REG-FORNECEDOR
                           INVALID KEY
                               DISPLAY "Erro ao gravar o fornecedor."
                           NOT INVALID KEY
                               DISPLAY "Fornecedor cadastrado."
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   DISPLAY FOR-NOME " doc " FOR-DOCUMENTO
                       " categoria " FOR-CATEGORIA
                       " situacao " FOR-STATUS
                   PERFORM ACEITAR-DADOS-FORNECEDOR
                   IF WS-CONFIRMA = "S"
                       DISPLAY "Inativar o fornecedor? (S/N): "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                           SET FOR-INATIVO TO TRUE
                       ELSE
                           SET FOR-ATIVO TO TRUE
                       END-IF
                       REWRITE REG-FORNECEDOR
                       DISPLAY "Fornecedor atualizado."
                   END-IF
           END-READ.
           CLOSE ARQUIVO-FORNECEDOR.

       ACEITAR-DADOS-FORNECEDOR.
           MOVE "N" TO WS-CONFIRMA.
           DISPLAY "Razao social: ".
           ACCEPT FOR-NOME.
           IF FOR-NOME = SPACES
               DISPLAY "Nome obrigatorio; nada foi gravado."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CNPJ/CPF: ".
           ACCEPT FOR-DOCUMENTO.
           DISPLAY "Contato: ".
           ACCEPT FOR-CONTATO.
           DISPLAY "Telefone: ".
           ACCEPT FOR-TELEFONE.
           DISPLAY "Categoria de custo padrao (MER TRA DID MAN SER "
               "OUT): ".
           ACCEPT FOR-CATEGORIA.
           MOVE FOR-CATEGORIA TO CPG-CATEGORIA.
           IF NOT CPG-CATEGORIA-VALIDA
               DISPLAY "Categoria invalida; nada foi gravado."
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-CONFIRMA.

       LER-FORNECEDOR.
           MOVE "N" TO WS-FORNECEDOR-OK.
           MOVE SPACES TO WS-NOME-FORNECEDOR.
           MOVE SPACES TO WS-CATEGORIA.
           OPEN INPUT ARQUIVO-FORNECEDOR.
           IF WS-STATUS-FOR NOT = "00"
               DISPLAY "Nenhum fornecedor cadastrado."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FORNECEDOR TO FOR-CODIGO.
           READ ARQUIVO-FORNECEDOR KEY IS FOR-CODIGO
               INVALID KEY
                   DISPLAY "Fornecedor nao cadastrado: " WS-FORNECEDOR
               NOT INVALID KEY
                   MOVE FOR-NOME TO WS-NOME-FORNECEDOR
                   MOVE FOR-CATEGORIA TO WS-CATEGORIA
                   IF FOR-INATIVO
                       DISPLAY "Fornecedor inativo: " FOR-NOME
                   ELSE
                       MOVE "S" TO WS-FORNECEDOR-OK
                   END-IF
           END-READ.
           CLOSE ARQUIVO-FORNECEDOR.

       LANCAR-CONTA.
           DISPLAY "Fornecedor: ".
           MOVE SPACES TO WS-FORNECEDOR.
           ACCEPT WS-FORNECEDOR.
           PERFORM LER-FORNECEDOR.
           IF WS-FORNECEDOR-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-NOME-FORNECEDOR.
           PERFORM PROXIMO-NUMERO.
           IF WS-NUMERO-NOVO = ZERO
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE REG-CONTA-PAGAR.
           MOVE WS-FORNECEDOR TO CPG-FORNECEDOR.
           DISPLAY "Nota fiscal: ".
           ACCEPT CPG-NOTA-FISCAL.
           IF CPG-NOTA-FISCAL = SPACES
               DISPLAY "Nota fiscal obrigatoria."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Categoria (vazio = " WS-CATEGORIA "): ".
           MOVE SPACES TO CPG-CATEGORIA.
           ACCEPT CPG-CATEGORIA.
           IF CPG-CATEGORIA = SPACES
               MOVE WS-CATEGORIA TO CPG-CATEGORIA
           END-IF.
           IF NOT CPG-CATEGORIA-VALIDA
               DISPLAY "Categoria invalida (MER TRA DID MAN SER OUT)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Unidade (vazio = mantenedora): ".
           ACCEPT CPG-UNIDADE.
           DISPLAY "Historico: ".
           ACCEPT CPG-HISTORICO.
           DISPLAY "Vencimento (AAAAMMDD): ".
           ACCEPT CPG-VENCIMENTO.
           IF FUNCTION TEST-DATE-YYYYMMDD(CPG-VENCIMENTO) NOT = ZERO
               DISPLAY "Vencimento invalido."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Valor: ".
           ACCEPT CPG-VALOR.
           IF CPG-VALOR = ZERO
               DISPLAY "Valor obrigatorio."
               EXIT PARAGRAPH
           END-IF.
           PERFORM OBTER-HOJE.
           SET CPG-LANCADA TO TRUE.
           MOVE WS-HOJE TO CPG-DATA-LANCAMENTO.
           MOVE WS-OPERADOR-SESSAO TO CPG-OPERADOR-LANCAMENTO.
           PERFORM GRAVAR-CONTA.
           IF WS-NUMERO-NOVO NOT = ZERO
               DISPLAY "Conta " WS-NUMERO-NOVO
                   " aguardando aprovacao do supervisor."
           END-IF.

       PROXIMO-NUMERO.
      * Numero da conta: maior gravado mais um, como nas devolucoes.
           MOVE ZERO TO WS-NUMERO-NOVO.
           PERFORM ABRIR-CONTAS.
           IF WS-STATUS-CPG NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-NUMERO-NOVO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CONTA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CPG-NUMERO >= WS-NUMERO-NOVO
                           COMPUTE WS-NUMERO-NOVO = CPG-NUMERO + 1
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-CONTA.

       GRAVAR-CONTA.
      * A chave alternada fornecedor + nota recusa a nota repetida.
           PERFORM ABRIR-CONTAS.
           IF WS-STATUS-CPG NOT = "00"
               MOVE ZERO TO WS-NUMERO-NOVO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUMERO-NOVO TO CPG-NUMERO.
           WRITE REG-CONTA-PAGAR
               INVALID KEY
                   DISPLAY "Nota " CPG-NOTA-FISCAL " do fornecedor "
                       CPG-FORNECEDOR " ja lancada."
                   MOVE ZERO TO WS-NUMERO-NOVO
           END-WRITE.
           CLOSE ARQUIVO-CONTA.

       LER-CONTA.
      * Le WS-NUMERO-BUSCA com o arquivo ja aberto; WS-CONFIRMA
      * volta "S" quando achou.
           MOVE "N" TO WS-CONFIRMA.
           MOVE WS-NUMERO-BUSCA TO CPG-NUMERO.
           READ ARQUIVO-CONTA KEY IS CPG-NUMERO
               INVALID KEY
                   DISPLAY "Conta nao encontrada."
               NOT INVALID KEY
                   MOVE "S" TO WS-CONFIRMA
                   PERFORM MOSTRAR-CONTA
           END-READ.

       MOSTRAR-CONTA.
           MOVE CPG-VALOR TO WS-ED-VALOR.
           DISPLAY "Conta " CPG-NUMERO " fornecedor " CPG-FORNECEDOR
               " NF " CPG-NOTA-FISCAL.
           DISPLAY "  " CPG-HISTORICO " " CPG-CATEGORIA " unidade "
               CPG-UNIDADE.
           DISPLAY "  Vencimento " CPG-VENCIMENTO " valor "
               WS-ED-VALOR " status " CPG-STATUS
               " lancada por " CPG-OPERADOR-LANCAMENTO.

       APROVAR-CONTA.
      * Segregacao de funcoes: quem lanca nao aprova, e so o perfil
      * B decide.
           IF WS-PERFIL-SESSAO NOT = "B"
               DISPLAY "Somente supervisor (perfil B) aprova contas "
                   "a pagar."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero da conta: ".
           ACCEPT WS-NUMERO-BUSCA.
           PERFORM ABRIR-CONTAS.
           IF WS-STATUS-CPG NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-CONTA.
           IF WS-CONFIRMA = "S"
               EVALUATE TRUE
                   WHEN NOT CPG-LANCADA
                       DISPLAY "Conta ja decidida (status "
                           CPG-STATUS ")."
                   WHEN CPG-OPERADOR-LANCAMENTO = WS-OPERADOR-SESSAO
                       DISPLAY "Quem lancou a conta nao pode "
                           "aprova-la."
                   WHEN OTHER
                       PERFORM REGISTRAR-APROVACAO
               END-EVALUATE
           END-IF.
           CLOSE ARQUIVO-CONTA.

       REGISTRAR-APROVACAO.
           DISPLAY "Aprovar (A), recusar e cancelar (N) ou voltar "
               "(vazio): ".
           MOVE SPACES TO WS-DECISAO.
           ACCEPT WS-DECISAO.
           PERFORM OBTER-HOJE.
           EVALUATE WS-DECISAO
               WHEN "A"
               WHEN "a"
                   SET CPG-APROVADA TO TRUE
                   MOVE WS-HOJE TO CPG-DATA-APROVACAO
                   MOVE WS-OPERADOR-SESSAO TO CPG-OPERADOR-APROVACAO
                   REWRITE REG-CONTA-PAGAR
                   DISPLAY "Conta " CPG-NUMERO " aprovada para "
                       "pagamento."
               WHEN "N"
               WHEN "n"
                   SET CPG-CANCELADA TO TRUE
                   MOVE WS-HOJE TO CPG-DATA-APROVACAO
                   MOVE WS-OPERADOR-SESSAO TO CPG-OPERADOR-APROVACAO
                   REWRITE REG-CONTA-PAGAR
                   DISPLAY "Conta " CPG-NUMERO " recusada."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REGISTRAR-PAGAMENTO.
           DISPLAY "Numero da conta: ".
           ACCEPT WS-NUMERO-BUSCA.
           PERFORM ABRIR-CONTAS.
           IF WS-STATUS-CPG NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-CONTA.
           IF WS-CONFIRMA NOT = "S"
               CLOSE ARQUIVO-CONTA
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN CPG-LANCADA
                   DISPLAY "Conta ainda sem aprovacao do supervisor; "
                       "pagamento recusado."
               WHEN NOT CPG-APROVADA
                   DISPLAY "Conta nao esta aprovada (status "
                       CPG-STATUS ")."
               WHEN OTHER
                   PERFORM OBTER-HOJE
                   DISPLAY "Data do pagamento (AAAAMMDD, vazio = "
                       "hoje): "
                   MOVE ZERO TO WS-DATA
                   ACCEPT WS-DATA
                   IF WS-DATA = ZERO
                       MOVE WS-HOJE TO WS-DATA
                   END-IF
                   IF WS-DATA > WS-HOJE
                           OR WS-DATA < CPG-DATA-APROVACAO
                       DISPLAY "Data do pagamento invalida."
                   ELSE
                       SET CPG-PAGA TO TRUE
                       MOVE WS-DATA TO CPG-DATA-PAGAMENTO
                       MOVE WS-OPERADOR-SESSAO
                           TO CPG-OPERADOR-PAGAMENTO
                       REWRITE REG-CONTA-PAGAR
                       DISPLAY "Pagamento registrado em "
                           CPG-DATA-PAGAMENTO "."
                   END-IF
           END-EVALUATE.
           CLOSE ARQUIVO-CONTA.

       CANCELAR-CONTA.
      * Conta paga nao se cancela; aprovada, so o supervisor.
           DISPLAY "Numero da conta: ".
           ACCEPT WS-NUMERO-BUSCA.
           PERFORM ABRIR-CONTAS.
           IF WS-STATUS-CPG NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-CONTA.
           IF WS-CONFIRMA NOT = "S"
               CLOSE ARQUIVO-CONTA
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN CPG-PAGA OR CPG-CANCELADA
                   DISPLAY "Conta ja " CPG-STATUS "; nada a cancelar."
               WHEN CPG-APROVADA AND WS-PERFIL-SESSAO NOT = "B"
                   DISPLAY "Conta aprovada: somente supervisor "
                       "(perfil B) cancela."
               WHEN OTHER
                   DISPLAY "Confirma o cancelamento? (S/N): "
                   ACCEPT WS-DECISAO
                   IF WS-DECISAO = "S" OR WS-DECISAO = "s"
                       SET CPG-CANCELADA TO TRUE
                       REWRITE REG-CONTA-PAGAR
                       DISPLAY "Conta " CPG-NUMERO " cancelada."
                   END-IF
           END-EVALUATE.
           CLOSE ARQUIVO-CONTA.

       AGENDA-SEMANAL.
      * Semana de segunda a domingo, lida pela chave alternada de
      * vencimento: primeiro o que ja venceu sem pagamento, depois
      * dia a dia o que vence na semana, com total do dia.
           IF WS-INICIO-SEMANA = ZERO
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-HOJE), 7)
               IF WS-DIA-SEMANA = ZERO
                   MOVE 7 TO WS-DIA-SEMANA
               END-IF
               COMPUTE WS-INICIO-SEMANA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-HOJE)
                   - WS-DIA-SEMANA + 1)
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-INICIO-SEMANA) NOT = ZERO
               DISPLAY "Data invalida: " WS-INICIO-SEMANA
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FIM-SEMANA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-INICIO-SEMANA) + 6).
           OPEN INPUT ARQUIVO-CONTA.
           IF WS-STATUS-CPG NOT = "00"
               DISPLAY "Nenhuma conta a pagar lancada."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-LEITURA-FORNECEDOR.
           MOVE "contas_pagar_semana.rel" TO WS-REL-NOME.
           MOVE "AGENDA SEMANAL DE PAGAMENTOS" TO WS-REL-TITULO.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "SEMANA DE " WS-INICIO-SEMANA " A " WS-FIM-SEMANA
               "  EMITIDA EM " WS-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           PERFORM ESCREVER-LINHA.
           PERFORM CABECALHO-CONTAS.
           MOVE ZERO TO WS-QTD-LISTADAS.
           MOVE ZERO TO WS-TOTAL-LISTADO.
           MOVE ZERO TO WS-QTD-PENDENTES.
           MOVE ZERO TO WS-DIA-ATUAL.
           MOVE ZERO TO WS-QTD-DIA.
           MOVE ZERO TO WS-TOTAL-DIA.
           MOVE ZERO TO CPG-VENCIMENTO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START ARQUIVO-CONTA KEY IS >= CPG-VENCIMENTO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CONTA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CPG-VENCIMENTO > WS-FIM-SEMANA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF CPG-LANCADA OR CPG-APROVADA
                               PERFORM AGENDAR-CONTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM TOTALIZAR-DIA.
           MOVE ALL "=" TO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA.
           MOVE WS-TOTAL-LISTADO TO WS-ED-TOTAL.
           STRING "CONTAS " WS-QTD-LISTADAS "  TOTAL " WS-ED-TOTAL
               "  SEM APROVACAO " WS-QTD-PENDENTES
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".
           IF WS-FOR-ABERTO = "S"
               CLOSE ARQUIVO-FORNECEDOR
           END-IF.
           CLOSE ARQUIVO-CONTA.
           DISPLAY "Agenda da semana de " WS-INICIO-SEMANA ": "
               WS-QTD-LISTADAS " conta(s), " WS-QTD-PENDENTES
               " sem aprovacao.".

       AGENDAR-CONTA.
      * Vencidas antes da semana saem juntas no bloco de atraso.
           IF CPG-VENCIMENTO < WS-INICIO-SEMANA
               IF WS-DIA-ATUAL NOT = 1
                   MOVE 1 TO WS-DIA-ATUAL
                   MOVE "VENCIDAS ANTES DA SEMANA" TO WS-LINHA-REL
                   PERFORM ESCREVER-LINHA
               END-IF
           ELSE
               IF CPG-VENCIMENTO NOT = WS-DIA-ATUAL
                   PERFORM TOTALIZAR-DIA
                   MOVE CPG-VENCIMENTO TO WS-DIA-ATUAL
                   STRING "VENCIMENTO " CPG-VENCIMENTO
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                   END-STRING
                   PERFORM ESCREVER-LINHA
               END-IF
           END-IF.
           PERFORM LINHA-CONTA.
           ADD 1 TO WS-QTD-DIA.
           ADD CPG-VALOR TO WS-TOTAL-DIA.
           ADD 1 TO WS-QTD-LISTADAS.
           ADD CPG-VALOR TO WS-TOTAL-LISTADO.
           IF CPG-LANCADA
               ADD 1 TO WS-QTD-PENDENTES
           END-IF.

       TOTALIZAR-DIA.
           IF WS-QTD-DIA > ZERO
               MOVE WS-TOTAL-DIA TO WS-ED-TOTAL
               STRING "   SUBTOTAL " WS-QTD-DIA " CONTA(S) "
                   WS-ED-TOTAL
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               PERFORM ESCREVER-LINHA
           END-IF.
           MOVE ZERO TO WS-QTD-DIA.
           MOVE ZERO TO WS-TOTAL-DIA.

       CABECALHO-CONTAS.
           MOVE "NUMERO VENCTO   FORNECEDOR" TO WS-LINHA-REL.
           MOVE "NOTA FISCAL  CAT UNI        VALOR SIT"
               TO WS-LINHA-REL(43:38).
           PERFORM ESCREVER-LINHA.

       LINHA-CONTA.
           MOVE SPACES TO WS-NOME-FORNECEDOR.
           IF WS-FOR-ABERTO = "S"
               MOVE CPG-FORNECEDOR TO FOR-CODIGO
               READ ARQUIVO-FORNECEDOR KEY IS FOR-CODIGO
                   INVALID KEY
                       MOVE CPG-FORNECEDOR TO WS-NOME-FORNECEDOR
                   NOT INVALID KEY
                       MOVE FOR-NOME TO WS-NOME-FORNECEDOR
               END-READ
           END-IF.
           MOVE CPG-VALOR TO WS-ED-VALOR.
           MOVE CPG-NUMERO TO WS-LINHA-REL(1:6).
           MOVE CPG-VENCIMENTO TO WS-LINHA-REL(8:8).
           MOVE WS-NOME-FORNECEDOR(1:25) TO WS-LINHA-REL(17:25).
           MOVE CPG-NOTA-FISCAL TO WS-LINHA-REL(43:12).
           MOVE CPG-CATEGORIA TO WS-LINHA-REL(56:3).
           MOVE CPG-UNIDADE TO WS-LINHA-REL(60:3).
           MOVE WS-ED-VALOR TO WS-LINHA-REL(64:12).
           IF CPG-LANCADA
               MOVE "PEND" TO WS-LINHA-REL(77:4)
           ELSE
               MOVE "APRV" TO WS-LINHA-REL(77:4)
           END-IF.
           PERFORM ESCREVER-LINHA.

       ABRIR-LEITURA-FORNECEDOR.
           MOVE "N" TO WS-FOR-ABERTO.
           OPEN INPUT ARQUIVO-FORNECEDOR.
           IF WS-STATUS-FOR = "00"
               MOVE "S" TO WS-FOR-ABERTO
           END-IF.

       ALERTA-VENCIDAS.
      * Conta lancada ou aprovada com vencimento antes de hoje e
      * ainda sem pagamento, com os dias de atraso.
           MOVE ZERO TO WS-QTD-VENCIDAS.
           MOVE ZERO TO WS-TOTAL-VENCIDO.
           OPEN INPUT ARQUIVO-CONTA.
           IF WS-STATUS-CPG NOT = "00"
               DISPLAY "Nenhuma conta a pagar lancada."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-LEITURA-FORNECEDOR.
           MOVE "contas_vencidas.rel" TO WS-REL-NOME.
           MOVE "ALERTA DE CONTAS A PAGAR VENCIDAS" TO WS-REL-TITULO.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "POSICAO EM " WS-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           PERFORM ESCREVER-LINHA.
           PERFORM CABECALHO-CONTAS.
           MOVE ZERO TO CPG-VENCIMENTO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START ARQUIVO-CONTA KEY IS >= CPG-VENCIMENTO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CONTA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CPG-VENCIMENTO NOT < WS-HOJE
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF CPG-LANCADA OR CPG-APROVADA
                               PERFORM LISTAR-VENCIDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ALL "=" TO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA.
           MOVE WS-TOTAL-VENCIDO TO WS-ED-TOTAL.
           STRING "VENCIDAS " WS-QTD-VENCIDAS "  TOTAL " WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".
           IF WS-FOR-ABERTO = "S"
               CLOSE ARQUIVO-FORNECEDOR
           END-IF.
           CLOSE ARQUIVO-CONTA.
           IF WS-QTD-VENCIDAS > ZERO
               MOVE WS-TOTAL-VENCIDO TO WS-ED-TOTAL
               DISPLAY "ATENCAO: " WS-QTD-VENCIDAS " conta(s) a "
                   "pagar vencida(s), total " WS-ED-TOTAL
                   " -- ver contas_vencidas.rel."
           ELSE
               DISPLAY "Nenhuma conta a pagar vencida."
           END-IF.

       LISTAR-VENCIDA.
           ADD 1 TO WS-QTD-VENCIDAS.
           ADD CPG-VALOR TO WS-TOTAL-VENCIDO.
           PERFORM LINHA-CONTA.
           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WS-HOJE)
               - FUNCTION INTEGER-OF-DATE(CPG-VENCIMENTO).
           MOVE WS-DIAS-ATRASO TO WS-ED-DIAS.
           STRING "       " WS-ED-DIAS " DIA(S) DE ATRASO - "
               CPG-HISTORICO
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           PERFORM ESCREVER-LINHA.
