      * crianca a quem nao esta na lista so se defende com a lista
      * impressa na mao do porteiro. Autorizacao vencida sai
      * denunciada na propria linha. Via IMPRELATORIO.
      * Aluno inscrito em atividade de contraturno traz na lista da
      * turma a atividade e o horario de saida dela. Sem turma, a
      * lista sai por atividade de contraturno (ano + codigo), com
      * os inscritos ativos, os dias e o horario de saida, para o
      * porteiro do fim da tarde.

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
           SELECT ARQUIVO-RETIRADA ASSIGN TO "retirada.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CHAVE
               FILE STATUS IS WS-STATUS-RET.
           SELECT ARQUIVO-ATIVIDADE
               ASSIGN TO "contraturno_atividades.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATV-CHAVE
               FILE STATUS IS WS-STATUS-ATV.
           SELECT ARQUIVO-INSCRICAO
               ASSIGN TO "contraturno_inscricoes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICT-CHAVE
               ALTERNATE RECORD KEY IS ICT-ATIVIDADE-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ICT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-RETIRADA.
           COPY "RegistroRetirada.cpy".

       FD  ARQUIVO-ATIVIDADE.
           COPY "RegistroAtividadeContraturno.cpy".

       FD  ARQUIVO-INSCRICAO.
           COPY "RegistroInscricaoContraturno.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-RET PIC X(2).
       01 WS-STATUS-ATV PIC X(2).
       01 WS-STATUS-ICT PIC X(2).
       01 WS-CONTRATURNO-OK PIC X VALUE "N".
       01 WS-ANO-LETIVO PIC 9(4).
       01 WS-ATIVIDADE PIC X(6).
       01 WS-FIM-ICT PIC X.
       01 WS-MATRICULA PIC 9(5).
       01 WS-I PIC 9(1).
       01 WS-NOMES-DIAS PIC X(15) VALUE "SEGTERQUAQUISEX".
       01 WS-NOME-DIA REDEFINES WS-NOMES-DIAS PIC X(3)
           OCCURS 5 TIMES.
       01 WS-DIAS-TEXTO PIC X(20).
       01 WS-PONTEIRO PIC 9(2).
       01 WS-ED-HORA PIC 99B99.
       01 WS-TURMA PIC X(10).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-FIM-RET PIC X.
           DISPLAY "=========================================".
           DISPLAY "   Lista da Portaria".
           DISPLAY "=========================================".
           DISPLAY "Turma (vazio = saida do contraturno): ".
           MOVE SPACES TO WS-TURMA.
           ACCEPT WS-TURMA.
           IF WS-TURMA = SPACES
               DISPLAY "Ano letivo: "
               ACCEPT WS-ANO-LETIVO
               DISPLAY "Codigo da atividade: "
               ACCEPT WS-ATIVIDADE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.

           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
               MOVE 1 TO RETURN-CODE
               GOBACK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQUIVO-INSCRICAO.
           IF WS-STATUS-ICT = "00"
               OPEN INPUT ARQUIVO-ATIVIDADE
               IF WS-STATUS-ATV = "00"
                   MOVE "S" TO WS-CONTRATURNO-OK
               ELSE
                   CLOSE ARQUIVO-INSCRICAO
               END-IF
           END-IF.
           IF WS-TURMA = SPACES
               PERFORM LISTA-CONTRATURNO
               GOBACK
           END-IF.

           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           MOVE SPACES TO WS-REL-LINHA.
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.

      * Leitura pela chave alternativa TURMA: posiciona no primeiro
      * aluno da turma e para quando a turma muda.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-TURMA TO TURMA.
           START ARQUIVO-ALUNOS KEY IS = TURMA
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ALUNOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TURMA NOT = WS-TURMA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF SITUACAO-ALUNO = SPACES
                                   OR SITUACAO-ALUNO = "A"
                               PERFORM LISTAR-ALUNO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM FECHAR-ARQUIVOS.
           PERFORM TOTALIZAR-LISTA.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       FECHAR-ARQUIVOS.
           CLOSE ARQUIVO-RETIRADA.
           CLOSE ARQUIVO-ALUNOS.
           IF WS-CONTRATURNO-OK = "S"
               CLOSE ARQUIVO-INSCRICAO
               CLOSE ARQUIVO-ATIVIDADE
           END-IF.

       TOTALIZAR-LISTA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "ALUNOS " WS-TOTAL-ALUNOS
                  "  AUTORIZACOES VENCIDAS " WS-TOTAL-VENCIDAS
           DISPLAY "Lista gravada para " WS-TOTAL-ALUNOS
               " aluno(s); " WS-TOTAL-VENCIDAS
               " autorizacao(oes) vencida(s).".

       LISTA-CONTRATURNO.
      * Saida do contraturno: inscritos ativos hoje na atividade,
      * pela chave alternada da inscricao.
           IF WS-CONTRATURNO-OK NOT = "S"
               DISPLAY "Nenhuma atividade de contraturno cadastrada."
               PERFORM FECHAR-ARQUIVOS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANO-LETIVO TO ATV-ANO-LETIVO.
           MOVE WS-ATIVIDADE TO ATV-CODIGO.
           READ ARQUIVO-ATIVIDADE KEY IS ATV-CHAVE
               INVALID KEY
                   DISPLAY "Atividade nao cadastrada: " WS-ATIVIDADE
                   PERFORM FECHAR-ARQUIVOS
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO WS-DIAS-TEXTO.
           MOVE 1 TO WS-PONTEIRO.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               IF ATV-DIA-SEMANA(WS-I) = "S"
                   STRING WS-NOME-DIA(WS-I) " " DELIMITED BY SIZE
                       INTO WS-DIAS-TEXTO WITH POINTER WS-PONTEIRO
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE "LISTA DA PORTARIA - SAIDA CONTRATURNO"
               TO WS-REL-TITULO.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           MOVE ATV-HORA-SAIDA TO WS-ED-HORA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "CONTRATURNO: " ATV-NOME " " WS-DIAS-TEXTO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "SAIDA AS " WS-ED-HORA "  EMITIDA EM " WS-HOJE
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE WS-ANO-LETIVO TO ICT-ANO-LETIVO.
           MOVE WS-ATIVIDADE TO ICT-ATIVIDADE.
           MOVE "N" TO WS-FIM-ICT.
           START ARQUIVO-INSCRICAO KEY IS = ICT-ATIVIDADE-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ICT
           END-START.
           PERFORM UNTIL WS-FIM-ICT = "S"
               READ ARQUIVO-INSCRICAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ICT
                   NOT AT END
                       IF ICT-ANO-LETIVO NOT = WS-ANO-LETIVO
                               OR ICT-ATIVIDADE NOT = WS-ATIVIDADE
                           MOVE "S" TO WS-FIM-ICT
                       ELSE
                           PERFORM LISTAR-INSCRITO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM FECHAR-ARQUIVOS.
           PERFORM TOTALIZAR-LISTA.
           MOVE 0 TO RETURN-CODE.

       LISTAR-INSCRITO.
           IF ICT-DATA-INICIO > WS-HOJE
               EXIT PARAGRAPH
           END-IF.
           IF ICT-CANCELADA
                   AND ICT-COMP-CANCELAMENTO <= WS-HOJE(1:6)
               EXIT PARAGRAPH
           END-IF.
           MOVE ICT-MATRICULA TO MATRICULA-ALUNO.
           READ ARQUIVO-ALUNOS KEY IS MATRICULA-ALUNO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF SITUACAO-ALUNO = SPACES OR SITUACAO-ALUNO = "A"
               PERFORM LISTAR-ALUNO
           END-IF.

       LISTAR-ALUNO.
           ADD 1 TO WS-TOTAL-ALUNOS.
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           IF WS-TURMA NOT = SPACES AND WS-CONTRATURNO-OK = "S"
               PERFORM LISTAR-CONTRATURNO-ALUNO
           END-IF.
           MOVE "N" TO WS-TEM-AUTORIZADO.
           MOVE "N" TO WS-FIM-RET.
           MOVE MATRICULA-ALUNO TO RET-MATRICULA.
               END-STRING
           END-IF.
           CALL "REL-LINHA" USING WS-REL-LINHA.

       LISTAR-CONTRATURNO-ALUNO.
      * Atividades de contraturno ativas hoje, pela chave primaria
      * da inscricao (matricula na frente).
           MOVE MATRICULA-ALUNO TO WS-MATRICULA.
           MOVE WS-MATRICULA TO ICT-MATRICULA.
           MOVE ZERO TO ICT-ANO-LETIVO.
           MOVE LOW-VALUES TO ICT-ATIVIDADE.
           MOVE "N" TO WS-FIM-ICT.
           START ARQUIVO-INSCRICAO KEY IS >= ICT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ICT
           END-START.
           PERFORM UNTIL WS-FIM-ICT = "S"
               READ ARQUIVO-INSCRICAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ICT
                   NOT AT END
                       IF ICT-MATRICULA NOT = WS-MATRICULA
                           MOVE "S" TO WS-FIM-ICT
                       ELSE
                           PERFORM LISTAR-ATIVIDADE-ALUNO
                       END-IF
               END-READ
           END-PERFORM.

       LISTAR-ATIVIDADE-ALUNO.
           IF ICT-DATA-INICIO > WS-HOJE
               EXIT PARAGRAPH
           END-IF.
           IF ICT-CANCELADA
                   AND ICT-COMP-CANCELAMENTO <= WS-HOJE(1:6)
               EXIT PARAGRAPH
           END-IF.
           MOVE ICT-ANO-LETIVO TO ATV-ANO-LETIVO.
           MOVE ICT-ATIVIDADE TO ATV-CODIGO.
           READ ARQUIVO-ATIVIDADE KEY IS ATV-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO WS-DIAS-TEXTO.
           MOVE 1 TO WS-PONTEIRO.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               IF ATV-DIA-SEMANA(WS-I) = "S"
                   STRING WS-NOME-DIA(WS-I) " " DELIMITED BY SIZE
                       INTO WS-DIAS-TEXTO WITH POINTER WS-PONTEIRO
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE ATV-HORA-SAIDA TO WS-ED-HORA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  CONTRATURNO: " ATV-NOME " SAIDA " WS-ED-HORA
               " " WS-DIAS-TEXTO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.
