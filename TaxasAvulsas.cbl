       IDENTIFICATION DIVISION.
           PROGRAM-ID. TAXASAVULSAS.
           AUTHOR. Alexandre S S Alves.

      * Taxas avulsas: manutencao da tabela de taxas
      * (tabela_taxas.idx, chave tipo) com a descricao e o valor de
      * cada cobranca fora da mensalidade, listagem das taxas em
      * aberto (taxas_abertas.rel) e cancelamento de taxa lancada
      * por engano, restrito ao perfil B. As taxas nascem nos
      * programas de origem via LANCARTAXA e sao cobradas e baixadas
      * por MENSALIDADES.cbl junto com a mensalidade.
      * Tipos: SC segunda chamada, LP livro didatico perdido, LD
      * livro didatico danificado, BI atraso na biblioteca (valor
      * por dia), CE segunda via de certificado; PS passeio, CT
      * recarga da cantina e AC contraturno ficam fora da tabela,
      * com o valor de cada passeio, recarga ou atividade.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-TABELA ASSIGN TO "tabela_taxas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TBT-TIPO
               FILE STATUS IS WS-STATUS-TBT.
           SELECT ARQUIVO-TAXA ASSIGN TO "taxas_avulsas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-NUMERO
               FILE STATUS IS WS-STATUS-TAX.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-TABELA.
           COPY "RegistroTabelaTaxa.cpy".

       FD  ARQUIVO-TAXA.
           COPY "RegistroTaxa.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-TBT PIC X(2).
       01 WS-STATUS-TAX PIC X(2).
       01 WS-TIPO PIC X(2).
       01 WS-DESCRICAO PIC X(30).
       01 WS-VALOR PIC 9(5)V9(2).
       01 WS-NUMERO PIC 9(5).
       01 WS-CONFIRMA PIC X.
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-TOTAL-LISTADO PIC 9(5).
       01 WS-TOTAL-ABERTO PIC 9(7)V9(2).
       01 WS-ED-VALOR PIC ZZZZ9.99.
       01 WS-ED-TOTAL PIC ZZZZZZ9.99.
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-NOME-REL PIC X(30) VALUE "taxas_abertas.rel".
       01 WS-TITULO-REL PIC X(40) VALUE "TAXAS AVULSAS EM ABERTO".
       01 WS-LINHA-REL PIC X(80).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Taxas Avulsas                   ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Gravar Taxa na Tabela         ".
           DISPLAY "2 -  Listar Tabela de Taxas        ".
           DISPLAY "3 -  Relatorio de Taxas em Aberto  ".
           DISPLAY "4 -  Cancelar Taxa (perfil B)      ".
           DISPLAY "5 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM GRAVAR-TABELA
               WHEN 2
                   PERFORM LISTAR-TABELA
               WHEN 3
                   PERFORM RELATORIO-ABERTAS
               WHEN 4
                   PERFORM CANCELAR-TAXA
               WHEN 5
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

       ABRIR-TABELA.
           OPEN I-O ARQUIVO-TABELA.
           EVALUATE WS-STATUS-TBT
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-TABELA
                   CLOSE ARQUIVO-TABELA
                   OPEN I-O ARQUIVO-TABELA
               WHEN OTHER
                   DISPLAY "Erro ao abrir tabela_taxas.idx. STATUS="
                       WS-STATUS-TBT
           END-EVALUATE.

       GRAVAR-TABELA.
      * Inclui o tipo ou troca descricao e valor de um tipo ja
      * cadastrado; o novo valor vale para os proximos lancamentos,
      * as taxas ja lancadas ficam com o valor da epoca.
           DISPLAY "Tipo (SC LP LD BI CE): ".
           ACCEPT WS-TIPO.
           MOVE WS-TIPO TO TBT-TIPO.
           IF NOT TBT-SEGUNDA-CHAMADA AND NOT TBT-LIVRO-PERDIDO
                   AND NOT TBT-LIVRO-DANIFICADO
                   AND NOT TBT-BIBLIOTECA AND NOT TBT-CERTIFICADO
               DISPLAY "Tipo de taxa invalido."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Descricao: ".
           ACCEPT WS-DESCRICAO.
           IF TBT-BIBLIOTECA
               DISPLAY "Valor por dia de atraso (ex: 1.50): "
           ELSE
               DISPLAY "Valor da taxa (ex: 35.00): "
           END-IF.
           ACCEPT WS-VALOR.
           PERFORM ABRIR-TABELA.
           READ ARQUIVO-TABELA KEY IS TBT-TIPO
               INVALID KEY
                   MOVE WS-DESCRICAO TO TBT-DESCRICAO
                   MOVE WS-VALOR TO TBT-VALOR
                   WRITE REG-TABELA-TAXA
                   DISPLAY "Taxa incluida na tabela."
               NOT INVALID KEY
                   MOVE WS-DESCRICAO TO TBT-DESCRICAO
                   MOVE WS-VALOR TO TBT-VALOR
                   REWRITE REG-TABELA-TAXA
                   DISPLAY "Taxa alterada na tabela."
           END-READ.
           CLOSE ARQUIVO-TABELA.
           PERFORM PRINCIPAL.

       LISTAR-TABELA.
           MOVE ZERO TO WS-TOTAL-LISTADO.
           PERFORM ABRIR-TABELA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-TABELA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LISTADO
                       MOVE TBT-VALOR TO WS-ED-VALOR
                       DISPLAY TBT-TIPO " " TBT-DESCRICAO
                           " R$ " WS-ED-VALOR
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-TABELA.
           DISPLAY "Tipos cadastrados: " WS-TOTAL-LISTADO.
           PERFORM PRINCIPAL.

       RELATORIO-ABERTAS.
           MOVE ZERO TO WS-TOTAL-LISTADO.
           MOVE ZERO TO WS-TOTAL-ABERTO.
           OPEN INPUT ARQUIVO-TAXA.
           IF WS-STATUS-TAX NOT = "00"
               DISPLAY "Nenhuma taxa avulsa lancada."
               PERFORM PRINCIPAL
           END-IF.
           CALL "REL-ABRIR" USING WS-NOME-REL WS-TITULO-REL.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-TAXA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TAX-ABERTA
                           PERFORM LISTAR-TAXA-ABERTA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-TAXA.
           MOVE WS-TOTAL-ABERTO TO WS-ED-TOTAL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TAXAS EM ABERTO: " WS-TOTAL-LISTADO
                  " TOTAL R$ " WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           CALL "REL-FECHAR".
           DISPLAY "Taxas em aberto: " WS-TOTAL-LISTADO.
           PERFORM PRINCIPAL.

       LISTAR-TAXA-ABERTA.
           ADD 1 TO WS-TOTAL-LISTADO.
           ADD TAX-VALOR TO WS-TOTAL-ABERTO.
           MOVE TAX-VALOR TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA-REL.
           STRING TAX-NUMERO " MAT " TAX-MATRICULA
                  " " TAX-TIPO " " TAX-DESCRICAO
                  " EM " TAX-DATA-LANCAMENTO
                  " R$ " WS-ED-VALOR
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       CANCELAR-TAXA.
      * Taxa lancada por engano (item devolvido no prazo, isencao da
      * direcao): sai da cobranca, mas o registro fica com o
      * operador. Taxa ja paga nao se cancela aqui -- o dinheiro
      * volta pelo estorno ou pelo credito da familia.
           IF WS-PERFIL-SESSAO NOT = "B"
               DISPLAY "Permissao negada: o cancelamento exige "
                   "perfil B."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Numero da taxa: ".
           ACCEPT WS-NUMERO.
           OPEN I-O ARQUIVO-TAXA.
           IF WS-STATUS-TAX NOT = "00"
               DISPLAY "Nenhuma taxa avulsa lancada."
               PERFORM PRINCIPAL
           END-IF.
           MOVE WS-NUMERO TO TAX-NUMERO.
           READ ARQUIVO-TAXA KEY IS TAX-NUMERO
               INVALID KEY
                   DISPLAY "Taxa nao encontrada."
               NOT INVALID KEY
                   IF NOT TAX-ABERTA
                       DISPLAY "Taxa nao esta em aberto (status "
                           TAX-STATUS ")."
                   ELSE
                       MOVE TAX-VALOR TO WS-ED-VALOR
                       DISPLAY "Matricula " TAX-MATRICULA " "
                           TAX-DESCRICAO " R$ " WS-ED-VALOR
                       DISPLAY "Confirma o cancelamento (S/N)? "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                           SET TAX-CANCELADA TO TRUE
                           MOVE WS-OPERADOR-SESSAO TO TAX-OPERADOR
                           REWRITE REG-TAXA
                           DISPLAY "Taxa cancelada."
                       ELSE
                           DISPLAY "Nada alterado."
                       END-IF
                   END-IF
           END-READ.
           CLOSE ARQUIVO-TAXA.
           PERFORM PRINCIPAL.
