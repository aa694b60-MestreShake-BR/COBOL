      * disciplinas.idx), entrega por aluno com condicao anotada,
      * devolucao no fim do ano com condicao, e o relatorio de
      * livros nao devolvidos por turma -- os livros entregues em
      * fevereiro param de sumir sem registro. Livro devolvido ruim
      * ou dado como perdido lanca a taxa avulsa da tabela (LD ou
      * LP, via LANCARTAXA), cobrada com a mensalidade; o perdido
      * continua na lista de nao devolvidos ate a taxa ser paga.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS WS-STATUS-DIS.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.

       DATA DIVISION.
       01 WS-STATUS-LDE PIC X(2).
       01 WS-STATUS-DIS PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-MATRICULA PIC 9(5).
       01 WS-CODIGO PIC X(6).
       01 WS-ANO-LETIVO PIC 9(4).
       01 WS-REL-TITULO PIC X(40)
           VALUE "LIVROS DIDATICOS NAO DEVOLVIDOS".
       01 WS-REL-LINHA PIC X(80).
       01 WS-TAXA-TIPO PIC X(2).
       01 WS-TAXA-QTD PIC 9(3) VALUE 1.
       01 WS-TAXA-REF PIC X(30).
       01 WS-TAXA-NUMERO PIC 9(5).
       01 WS-MARCA-PERDA PIC X(8).

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY "1 -  Cadastrar Titulo              ".
           DISPLAY "2 -  Entregar Livro a Aluno        ".
           DISPLAY "3 -  Registrar Devolucao           ".
           DISPLAY "4 -  Registrar Perda               ".
           DISPLAY "5 -  Nao Devolvidos por Turma      ".
           DISPLAY "6 -  Listar Titulos                ".
           DISPLAY "7 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.
               WHEN 3
                   PERFORM REGISTRAR-DEVOLUCAO
               WHEN 4
                   PERFORM REGISTRAR-PERDA
               WHEN 5
                   PERFORM PENDENTES-POR-TURMA
               WHEN 6
                   PERFORM LISTAR-TITULOS
               WHEN 7
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                           TO LDE-CONDICAO-DEVOLUCAO
                       REWRITE REG-LIVRO-ENTREGUE
                       DISPLAY "Devolucao registrada."
      * Livro devolvido em mau estado e cobrado como danificado.
                       IF WS-CONDICAO = "R"
                           MOVE "LD" TO WS-TAXA-TIPO
                           PERFORM LANCAR-TAXA-LIVRO
                       END-IF
                   END-IF
           END-READ.
           CLOSE ARQUIVO-ENTREGA.
           PERFORM PRINCIPAL.

       REGISTRAR-PERDA.
      * Livro que o aluno perdeu: fica pendente (sem data de
      * devolucao) com condicao P e a taxa LP e lancada; o
      * pagamento da taxa baixa a pendencia como indenizada.
           DISPLAY "Matricula do Aluno: ".
           ACCEPT WS-MATRICULA.
           DISPLAY "Codigo do titulo: ".
           ACCEPT WS-CODIGO.
           DISPLAY "Ano Letivo: ".
           ACCEPT WS-ANO-LETIVO.
           PERFORM ABRIR-ENTREGAS.
           MOVE WS-MATRICULA TO LDE-MATRICULA.
           MOVE WS-CODIGO TO LDE-CODIGO.
           MOVE WS-ANO-LETIVO TO LDE-ANO-LETIVO.
           READ ARQUIVO-ENTREGA KEY IS LDE-CHAVE
               INVALID KEY
                   DISPLAY "Entrega nao encontrada."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN LDE-DATA-DEVOLUCAO NOT = ZERO
                           DISPLAY "Livro ja estava devolvido."
                       WHEN LDE-CONDICAO-DEVOLUCAO = "P"
                           DISPLAY "Perda ja registrada."
                       WHEN OTHER
                           MOVE "P" TO LDE-CONDICAO-DEVOLUCAO
                           REWRITE REG-LIVRO-ENTREGUE
                           DISPLAY "Perda registrada."
                           MOVE "LP" TO WS-TAXA-TIPO
                           PERFORM LANCAR-TAXA-LIVRO
                   END-EVALUATE
           END-READ.
           CLOSE ARQUIVO-ENTREGA.
           PERFORM PRINCIPAL.

       LANCAR-TAXA-LIVRO.
           MOVE LDE-CHAVE TO WS-TAXA-REF.
           CALL "LANCARTAXA" USING WS-TAXA-TIPO LDE-MATRICULA
               WS-TAXA-QTD WS-TAXA-REF WS-TAXA-NUMERO.

       CONFERIR-ALUNO.
           MOVE "N" TO WS-ALUNO-OK.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
           ELSE
               MOVE WS-MATRICULA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       DISPLAY "Matricula nao encontrada."
           MOVE SPACES TO NOME-ALUNO.
           MOVE SPACES TO TURMA.
           IF WS-STATUS-ALU = "00"
               MOVE LDE-MATRICULA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       CONTINUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-PENDENTES.
           MOVE SPACES TO WS-MARCA-PERDA.
           IF LDE-CONDICAO-DEVOLUCAO = "P"
               MOVE " PERDIDO" TO WS-MARCA-PERDA
           END-IF.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "TURMA " TURMA
                  " MAT " LDE-MATRICULA
                  " " NOME-ALUNO
                  " TITULO " LDE-CODIGO
                  " ANO " LDE-ANO-LETIVO
                  WS-MARCA-PERDA
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.
