      * presenca por dia da semana do historico recente; e o resumo
      * mensal confronta refeicoes servidas com presencas para a
      * prestacao de contas municipal. Saidas via IMPRELATORIO.
      * A contagem do dia, com o cardapio servido, gera a baixa de
      * consumo do estoque de generos (ESTOQUEMERENDA, ENTRY
      * MERENDA-CONSUMO): refeicoes vezes a ficha tecnica.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARQUIVO-FREQUENCIA ASSIGN TO "frequencia.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FRQ.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.

       DATA DIVISION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-FRQ PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-DATA-DIA PIC 9(8).
       01 WS-COMPETENCIA PIC 9(6).
       01 WS-DATA-COMP PIC 9(6).
       01 WS-REL-NOME PIC X(30).
       01 WS-REL-TITULO PIC X(40).
       01 WS-REL-LINHA PIC X(80).
       01 WS-CARDAPIO PIC X(6).
       01 WS-RESULTADO-BAIXA PIC X(1).

       PROCEDURE DIVISION.
       PRINCIPAL.
           END-PERFORM.
           CALL "REL-FECHAR".
           DISPLAY "Presentes no dia: " WS-TOTAL-DIA.
           PERFORM BAIXAR-ESTOQUE-DO-DIA.
           PERFORM PRINCIPAL.

       BAIXAR-ESTOQUE-DO-DIA.
      * Os presentes do dia sao as refeicoes planejadas.
           DISPLAY "Cardapio servido (codigo; vazio = sem baixa de "
               "estoque): ".
           ACCEPT WS-CARDAPIO.
           IF WS-CARDAPIO = SPACES
               EXIT PARAGRAPH
           END-IF.
           CALL "MERENDA-CONSUMO" USING WS-DATA-DIA WS-CARDAPIO
               WS-TOTAL-DIA WS-RESULTADO-BAIXA.
           IF WS-RESULTADO-BAIXA = "I"
               DISPLAY "Estoque da merenda indisponivel; baixa nao "
                   "feita."
           END-IF.

       CONTAR-PRESENTE.
           ADD 1 TO WS-TOTAL-DIA.
           MOVE SPACES TO TURMA.
           MOVE SPACES TO UNIDADE-ALUNO.
           IF WS-STATUS-ALU = "00"
               MOVE FRQ-MATRICULA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       CONTINUE
