      * remanejamento), o primeiro da fila aparece como oferta
      * pendente e a secretaria confirma a matricula daqui mesmo,
      * com o candidato saindo da fila. O relatorio de demanda por
      * turma mostra onde falta sala. Candidatos da admissao que
      * sobraram (ADMISSOES) entram na mesma fila com matricula
      * reservada; ao confirmar um deles, a inscricao em
      * candidatos.idx passa a matriculada e o contato da inscricao
      * vira o responsavel do aluno.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS WS-STATUS-TUR.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-CANDIDATO ASSIGN TO "candidatos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAN-NUMERO
               FILE STATUS IS WS-STATUS-CAN.
           SELECT ARQUIVO-RESPONSAVEL ASSIGN TO "responsaveis.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS WS-STATUS-RSP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-CANDIDATO.
           COPY "RegistroCandidato.cpy".

       FD  ARQUIVO-RESPONSAVEL.
           COPY "RegistroResponsavel.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-ESP PIC X(2).
       01 WS-STATUS-TMP PIC X(2).
       01 WS-STATUS-TUR PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-CAN PIC X(2).
       01 WS-STATUS-RSP PIC X(2).
       01 WS-FIM-CANDIDATOS PIC X.
       01 WS-TURMA-BUSCA PIC X(10).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-FIM-ALUNOS PIC X.
               OPEN I-O ARQUIVO-ALUNOS
           END-IF.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU "). Matricula cancelada."
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE REGISTRO-ALUNO.
           MOVE WS-CAND-MATRICULA TO MATRICULA-ALUNO.
           MOVE WS-CAND-MATRICULA TO MATRICULA-ALUNO.
           MOVE WS-CAND-NOME TO NOME-ALUNO.
           MOVE WS-TURMA-BUSCA TO TURMA.
           WRITE REGISTRO-ALUNO
               INVALID KEY
                   DISPLAY "Erro: matricula ja existe em "
                       "alunos.idx."
                   CLOSE ARQUIVO-ALUNOS
                   EXIT PARAGRAPH
               NOT INVALID KEY
                       WS-TURMA-BUSCA "."
           END-WRITE.
           CLOSE ARQUIVO-ALUNOS.
           PERFORM BAIXAR-CANDIDATO-ADMISSAO.
           PERFORM REMOVER-DA-FILA.

       BAIXAR-CANDIDATO-ADMISSAO.
      * Se a matricula estava reservada para um candidato da
      * admissao em espera, a inscricao passa a matriculada e o
      * responsavel informado nela e cadastrado.
           OPEN I-O ARQUIVO-CANDIDATO.
           IF WS-STATUS-CAN NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-CANDIDATOS.
           PERFORM UNTIL WS-FIM-CANDIDATOS = "S"
               READ ARQUIVO-CANDIDATO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CANDIDATOS
                   NOT AT END
                       IF CAN-EM-ESPERA
                               AND CAN-MATRICULA = WS-CAND-MATRICULA
                           SET CAN-CONVERTIDO TO TRUE
                           REWRITE REG-CANDIDATO
                           PERFORM GRAVAR-RESPONSAVEL-CANDIDATO
                           DISPLAY "Inscricao " CAN-NUMERO
                               " da admissao marcada como "
                               "matriculada."
                           MOVE "S" TO WS-FIM-CANDIDATOS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-CANDIDATO.

       GRAVAR-RESPONSAVEL-CANDIDATO.
           IF CAN-RSP-NOME = SPACES
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQUIVO-RESPONSAVEL.
           IF WS-STATUS-RSP = "35"
               OPEN OUTPUT ARQUIVO-RESPONSAVEL
               CLOSE ARQUIVO-RESPONSAVEL
               OPEN I-O ARQUIVO-RESPONSAVEL
           END-IF.
           IF WS-STATUS-RSP NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE CAN-MATRICULA TO RSP-MATRICULA.
           MOVE CAN-RSP-NOME TO RSP-NOME.
           MOVE CAN-RSP-PARENTESCO TO RSP-PARENTESCO.
           MOVE CAN-RSP-TELEFONE TO RSP-TELEFONE.
           MOVE CAN-RSP-ENDERECO TO RSP-ENDERECO.
           WRITE REG-RESPONSAVEL
               INVALID KEY
                   CONTINUE
           END-WRITE.
           CLOSE ARQUIVO-RESPONSAVEL.

       REMOVER-DA-FILA.
      * Regrava a fila sem a linha do candidato confirmado, via
      * arquivo temporario, como NOTIFICACOES faz com a fila de
