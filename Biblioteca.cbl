
      * Biblioteca escolar: acervo (acervo.idx) e circulacao de
      * emprestimos (emprestimos.idx) no lugar do caderno. O
      * emprestimo valida a matricula em alunos.idx e recusa aluno
      * com exemplar em atraso; a devolucao fecha o emprestimo do
      * exemplar; e o aviso de atraso entra na fila de eventos
      * (tipo BIBLIOTECA) para NOTIFICACOES gerar a carta de
      * lembrete ao responsavel. A guia de transferencia confere
      * aqui se o aluno de saida nao tem livro em aberto. Devolucao
      * depois da data prevista lanca a multa de atraso (taxa avulsa
      * BI, valor da tabela por dia, via LANCARTAXA), cobrada com a
      * mensalidade; enquanto a multa nao e paga, o aluno nao leva
      * outro exemplar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WS-STATUS-EMP.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.

       DATA DIVISION.
       01 WS-STATUS-ACV PIC X(2).
       01 WS-STATUS-EMP PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-MATRICULA PIC 9(5).
       01 WS-CODIGO PIC X(6).
       01 WS-EXEMPLAR PIC 9(2).
       01 WS-EVT-TIPO PIC X(14).
       01 WS-EVT-CHAVE PIC X(10).
       01 WS-EVT-DADOS PIC X(60).
       01 WS-MULTA-ABERTA PIC X.
       01 WS-DIAS-ATRASO PIC 9(5).
       01 WS-TAXA-TIPO PIC X(2) VALUE "BI".
       01 WS-TAXA-QTD PIC 9(3).
       01 WS-TAXA-REF PIC X(30).
       01 WS-TAXA-NUMERO PIC 9(5).

       PROCEDURE DIVISION.
       PRINCIPAL.
                   "em atraso."
               PERFORM PRINCIPAL
           END-IF.
           CALL "TAXAABERTA" USING WS-TAXA-TIPO WS-MATRICULA
               WS-MULTA-ABERTA.
           IF WS-MULTA-ABERTA = "S"
               DISPLAY "Emprestimo recusado: o aluno tem multa de "
                   "atraso em aberto."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Codigo do titulo: ".
           ACCEPT WS-CODIGO.
           PERFORM ABRIR-ACERVO.
                           TO EMP-DATA-DEVOLUCAO
                       REWRITE REG-EMPRESTIMO
                       DISPLAY "Devolucao registrada."
                       IF EMP-DATA-DEVOLUCAO > EMP-DATA-PREVISTA
                           PERFORM LANCAR-MULTA-ATRASO
                       END-IF
                   END-IF
           END-READ.
           CLOSE ARQUIVO-EMPRESTIMO.
           PERFORM PRINCIPAL.

       LANCAR-MULTA-ATRASO.
      * Um dia de multa por dia corrido depois da data prevista; a
      * referencia leva o exemplar, o leitor e a data do emprestimo,
      * para o mesmo emprestimo nunca ser multado duas vezes.
           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(EMP-DATA-DEVOLUCAO)
               - FUNCTION INTEGER-OF-DATE(EMP-DATA-PREVISTA).
           IF WS-DIAS-ATRASO > 999
               MOVE 999 TO WS-TAXA-QTD
           ELSE
               MOVE WS-DIAS-ATRASO TO WS-TAXA-QTD
           END-IF.
           DISPLAY "Devolucao com " WS-DIAS-ATRASO
               " dia(s) de atraso.".
           MOVE SPACES TO WS-TAXA-REF.
           STRING EMP-CHAVE EMP-MATRICULA EMP-DATA-EMPRESTIMO
               DELIMITED BY SIZE INTO WS-TAXA-REF
           END-STRING.
           CALL "LANCARTAXA" USING WS-TAXA-TIPO EMP-MATRICULA
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
