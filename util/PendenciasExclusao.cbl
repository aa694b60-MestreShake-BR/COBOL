       IDENTIFICATION DIVISION.
           PROGRAM-ID. PENDENCIASEXCLUSAO.
           AUTHOR. Alexandre S S Alves.

      * Pendencias que impedem a exclusao de um aluno do cadastro:
      * cobrancas em aberto (mensalidades e parcelas de acordo
      * abertas em mensalidades.idx, taxas avulsas abertas em
      * taxas_avulsas.idx) e livros com o aluno (emprestimo da
      * biblioteca sem devolucao em emprestimos.idx, livro didatico
      * entregue e nao devolvido em livros_entregues.idx) e saldo
      * na conta da cantina (cantina_contas.idx), que so sai pela
      * devolucao do saldo a familia em CANTINA.cbl. Devolve as duas
      * contagens e o saldo; arquivo ausente conta zero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-MENSALIDADE ASSIGN TO "mensalidades.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WS-STATUS-MEN.
           SELECT ARQUIVO-TAXA ASSIGN TO "taxas_avulsas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-NUMERO
               FILE STATUS IS WS-STATUS-TAX.
           SELECT ARQUIVO-EMPRESTIMO ASSIGN TO "emprestimos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WS-STATUS-EMP.
           SELECT ARQUIVO-ENTREGA ASSIGN TO "livros_entregues.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDE-CHAVE
               FILE STATUS IS WS-STATUS-LDE.
           SELECT ARQUIVO-CONTA-CANTINA ASSIGN TO "cantina_contas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTC-MATRICULA
               FILE STATUS IS WS-STATUS-CTC.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-MENSALIDADE.
           COPY "RegistroMensalidade.cpy".

       FD  ARQUIVO-TAXA.
           COPY "RegistroTaxa.cpy".

       FD  ARQUIVO-EMPRESTIMO.
           COPY "RegistroEmprestimo.cpy".

       FD  ARQUIVO-ENTREGA.
           COPY "RegistroLivroEntregue.cpy".

       FD  ARQUIVO-CONTA-CANTINA.
           COPY "RegistroContaCantina.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-MEN PIC X(2).
       01 WS-STATUS-TAX PIC X(2).
       01 WS-STATUS-EMP PIC X(2).
       01 WS-STATUS-LDE PIC X(2).
       01 WS-STATUS-CTC PIC X(2).
       01 WS-FIM-ARQUIVO PIC X.

       LINKAGE SECTION.
       01 LK-MATRICULA PIC 9(5).
       01 LK-COBRANCAS-ABERTAS PIC 9(3).
       01 LK-LIVROS-COM-ALUNO PIC 9(3).
       01 LK-SALDO-CANTINA PIC 9(5)V9(2).

       PROCEDURE DIVISION USING LK-MATRICULA LK-COBRANCAS-ABERTAS
               LK-LIVROS-COM-ALUNO LK-SALDO-CANTINA.
       PRINCIPAL.
           MOVE ZERO TO LK-COBRANCAS-ABERTAS.
           MOVE ZERO TO LK-LIVROS-COM-ALUNO.
           MOVE ZERO TO LK-SALDO-CANTINA.
           PERFORM CONTAR-MENSALIDADES.
           PERFORM CONTAR-TAXAS.
           PERFORM CONTAR-EMPRESTIMOS.
           PERFORM CONTAR-LIVROS-DIDATICOS.
           PERFORM CONSULTAR-SALDO-CANTINA.
           GOBACK.

       CONTAR-MENSALIDADES.
      * A chave comeca pela matricula: as cobrancas do aluno sao
      * consecutivas a partir do START.
           OPEN INPUT ARQUIVO-MENSALIDADE.
           IF WS-STATUS-MEN NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LK-MATRICULA TO MEN-MATRICULA.
           MOVE ZERO TO MEN-COMPETENCIA.
           START ARQUIVO-MENSALIDADE KEY IS >= MEN-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-MENSALIDADE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF MEN-MATRICULA NOT = LK-MATRICULA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF MEN-ABERTA
                               ADD 1 TO LK-COBRANCAS-ABERTAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-MENSALIDADE.

       CONTAR-TAXAS.
      * Taxas sao chaveadas pelo numero sequencial: varredura.
           OPEN INPUT ARQUIVO-TAXA.
           IF WS-STATUS-TAX NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-TAXA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TAX-MATRICULA = LK-MATRICULA
                               AND TAX-ABERTA
                           ADD 1 TO LK-COBRANCAS-ABERTAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-TAXA.

       CONTAR-EMPRESTIMOS.
      * Emprestimos sao chaveados pelo exemplar: varredura.
           OPEN INPUT ARQUIVO-EMPRESTIMO.
           IF WS-STATUS-EMP NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-EMPRESTIMO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF EMP-MATRICULA = LK-MATRICULA
                               AND EMP-DATA-DEVOLUCAO = ZERO
                           ADD 1 TO LK-LIVROS-COM-ALUNO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-EMPRESTIMO.

       CONTAR-LIVROS-DIDATICOS.
           OPEN INPUT ARQUIVO-ENTREGA.
           IF WS-STATUS-LDE NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LK-MATRICULA TO LDE-MATRICULA.
           MOVE LOW-VALUES TO LDE-CODIGO.
           MOVE ZERO TO LDE-ANO-LETIVO.
           START ARQUIVO-ENTREGA KEY IS >= LDE-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ENTREGA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF LDE-MATRICULA NOT = LK-MATRICULA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF LDE-DATA-DEVOLUCAO = ZERO
                               ADD 1 TO LK-LIVROS-COM-ALUNO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ENTREGA.

       CONSULTAR-SALDO-CANTINA.
      * Conta sem registro ou arquivo ausente: saldo zero.
           OPEN INPUT ARQUIVO-CONTA-CANTINA.
           IF WS-STATUS-CTC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-MATRICULA TO CTC-MATRICULA.
           READ ARQUIVO-CONTA-CANTINA KEY IS CTC-MATRICULA
               NOT INVALID KEY
                   MOVE CTC-SALDO TO LK-SALDO-CANTINA
           END-READ.
           CLOSE ARQUIVO-CONTA-CANTINA.
