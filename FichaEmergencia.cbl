      * da turma -- alergias, medicacao, contato de emergencia --
      * mais o telefone do responsavel de responsaveis.idx, para a
      * professora levar na excursao em vez das pastas de papel.
      * Sai em ficha_emergencia.rel via IMPRELATORIO. Aluno com
      * atendimento especializado ativo (aee.idx, via AEEALUNO) tem
      * a condicao e a observacao de emergencia na folha.
      * A entrada FICHAEMERGENCIA-PASSEIO (chamada por PASSEIOS.cbl)
      * monta a lista de embarque do passeio com as mesmas linhas,
      * so para os alunos com autorizacao assinada
      * (inscricoes_passeio.idx), de todas as turmas convidadas, com
      * as casas de embarque e retorno para os monitores marcarem.
      * Sai em lista_embarque.rel.
      * Cada ficha de saude impressa, numa folha ou na outra, fica
      * registrada no log de acessos (REGISTRARACESSO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS WS-STATUS-RSP.
           SELECT ARQUIVO-PASSEIO ASSIGN TO "passeios.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAS-NUMERO
               FILE STATUS IS WS-STATUS-PAS.
           SELECT ARQUIVO-INSCRICAO-PASSEIO
               ASSIGN TO "inscricoes_passeio.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPS-CHAVE
               FILE STATUS IS WS-STATUS-IPS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-RESPONSAVEL.
           COPY "RegistroResponsavel.cpy".

       FD  ARQUIVO-PASSEIO.
           COPY "RegistroPasseio.cpy".

       FD  ARQUIVO-INSCRICAO-PASSEIO.
           COPY "RegistroInscricaoPasseio.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-SAU PIC X(2).
       01 WS-STATUS-RSP PIC X(2).
       01 WS-STATUS-PAS PIC X(2).
       01 WS-STATUS-IPS PIC X(2).
       01 WS-MODO PIC X(1).
           88 WS-FOLHA-TURMA   VALUE "T".
           88 WS-FOLHA-PASSEIO VALUE "P".
       01 WS-PASSEIO PIC 9(5).
       01 WS-TURMA PIC X(10).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-SAUDE-OK PIC X.
       01 WS-RESP-OK PIC X.
       01 WS-TEM-AEE PIC X.
       01 WS-AEE-CATEGORIA PIC X(41).
       01 WS-AEE-ADAPTACOES PIC X(60).
       01 WS-AEE-OBS PIC X(40).
       01 WS-TOTAL-LISTADO PIC 9(3) VALUE ZERO.
       01 WS-ACS-TIPO PIC X(1) VALUE "S".
       01 WS-ACS-PROGRAMA PIC X(16) VALUE "FICHAEMERGENCIA".
       01 WS-REL-NOME PIC X(30) VALUE "ficha_emergencia.rel".
       01 WS-REL-TITULO PIC X(40)
           VALUE "FOLHA DE EMERGENCIA DA TURMA".
       01 WS-REL-LINHA PIC X(80).

       LINKAGE SECTION.
       01 LK-PASSEIO PIC 9(5).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "=========================================".
           DISPLAY "Turma: ".
           ACCEPT WS-TURMA.
           SET WS-FOLHA-TURMA TO TRUE.
           PERFORM EMITIR-FOLHA.
           GOBACK.

       ENTRY "FICHAEMERGENCIA-PASSEIO" USING LK-PASSEIO.
           MOVE LK-PASSEIO TO WS-PASSEIO.
           SET WS-FOLHA-PASSEIO TO TRUE.
           MOVE "lista_embarque.rel" TO WS-REL-NOME.
           MOVE "LISTA DE EMBARQUE DO PASSEIO" TO WS-REL-TITULO.
           OPEN INPUT ARQUIVO-PASSEIO.
           IF WS-STATUS-PAS NOT = "00"
               DISPLAY "passeios.idx indisponivel (STATUS="
                   WS-STATUS-PAS ")."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-PASSEIO TO PAS-NUMERO.
           READ ARQUIVO-PASSEIO KEY IS PAS-NUMERO
               INVALID KEY
                   MOVE SPACES TO REG-PASSEIO
           END-READ.
           CLOSE ARQUIVO-PASSEIO.
           OPEN INPUT ARQUIVO-INSCRICAO-PASSEIO.
           IF WS-STATUS-IPS NOT = "00"
               DISPLAY "inscricoes_passeio.idx indisponivel (STATUS="
                   WS-STATUS-IPS ")."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM EMITIR-FOLHA.
           CLOSE ARQUIVO-INSCRICAO-PASSEIO.
           GOBACK.

       EMITIR-FOLHA.
           MOVE ZERO TO WS-TOTAL-LISTADO.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           IF WS-FOLHA-PASSEIO
               PERFORM CABECALHO-PASSEIO
           ELSE
               MOVE SPACES TO WS-REL-LINHA
               STRING "TURMA: " WS-TURMA
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
               CALL "REL-LINHA" USING WS-REL-LINHA
           END-IF.

      * Folha da turma le so a turma pela chave alternativa; a do
      * passeio junta turmas e percorre o cadastro.
           MOVE "N" TO WS-FIM-ARQUIVO.
           IF WS-FOLHA-TURMA
               MOVE WS-TURMA TO TURMA
               START ARQUIVO-ALUNOS KEY IS = TURMA
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ALUNOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM SELECIONAR-ALUNO
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ALUNOS.
           DISPLAY "Folha gravada para " WS-TOTAL-LISTADO
               " aluno(s).".
           MOVE 0 TO RETURN-CODE.

       SELECIONAR-ALUNO.
           IF WS-FOLHA-TURMA AND TURMA NOT = WS-TURMA
               MOVE "S" TO WS-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           IF SITUACAO-ALUNO NOT = SPACES AND SITUACAO-ALUNO NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           IF WS-FOLHA-TURMA
               PERFORM IMPRIMIR-ALUNO
               EXIT PARAGRAPH
           END-IF.
      * Passeio: so quem tem autorizacao assinada embarca.
           MOVE WS-PASSEIO TO IPS-PASSEIO.
           MOVE MATRICULA-ALUNO TO IPS-MATRICULA.
           READ ARQUIVO-INSCRICAO-PASSEIO KEY IS IPS-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IPS-AUTORIZADO
                       PERFORM IMPRIMIR-ALUNO
                       MOVE SPACES TO WS-REL-LINHA
                       STRING "  TURMA " IPS-TURMA
                              "   EMBARQUE [   ]   RETORNO [   ]"
                              DELIMITED BY SIZE INTO WS-REL-LINHA
                       END-STRING
                       CALL "REL-LINHA" USING WS-REL-LINHA
                   END-IF
           END-READ.

       CABECALHO-PASSEIO.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "PASSEIO " WS-PASSEIO " " PAS-DESCRICAO
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "DESTINO: " PAS-DESTINO " DATA "
                  PAS-DATA(7:2) "/" PAS-DATA(5:2) "/" PAS-DATA(1:4)
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "SAIDA " PAS-HORA-SAIDA(1:2) ":"
                  PAS-HORA-SAIDA(3:2) "  RETORNO "
                  PAS-HORA-RETORNO(1:2) ":" PAS-HORA-RETORNO(3:2)
                  "  TRANSPORTE: " PAS-TRANSPORTE
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.

       IMPRIMIR-ALUNO.
           ADD 1 TO WS-TOTAL-LISTADO.
                       CALL "REL-LINHA" USING WS-REL-LINHA
               END-READ
           END-IF.
           CALL "AEEALUNO" USING MATRICULA-ALUNO WS-TEM-AEE
               WS-AEE-CATEGORIA WS-AEE-ADAPTACOES WS-AEE-OBS.
           IF WS-TEM-AEE = "S"
               MOVE SPACES TO WS-REL-LINHA
               STRING "  AEE: " WS-AEE-CATEGORIA
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
               CALL "REL-LINHA" USING WS-REL-LINHA
               IF WS-AEE-OBS NOT = SPACES
                   MOVE SPACES TO WS-REL-LINHA
                   STRING "  CUIDADOS: " WS-AEE-OBS
                       DELIMITED BY SIZE INTO WS-REL-LINHA
                   END-STRING
                   CALL "REL-LINHA" USING WS-REL-LINHA
               END-IF
           END-IF.

       IMPRIMIR-FICHA.
           CALL "REGISTRARACESSO" USING WS-ACS-TIPO MATRICULA-ALUNO
               WS-ACS-PROGRAMA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  SANGUE " SAU-TIPO-SANGUINEO
                  "  ALERGIAS: " SAU-ALERGIAS
