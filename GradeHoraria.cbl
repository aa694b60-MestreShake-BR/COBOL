      * periodo (a propria chave do arquivo garante), e a mesma
      * turma nao pode ter duas aulas no mesmo dia e periodo
      * (verificado por varredura). Imprime a grade semanal por
      * professor e por turma. O encaixe de uma eletiva
      * (eletivas.idx) fica reservado para as series da faixa dela:
      * turma dessas series nao recebe aula nesse dia/periodo, e a
      * sala da eletiva conta no choque de sala. As aulas de
      * eletiva entram e saem da grade so pelo cadastro de
      * ELETIVAS. Professor sem habilitacao para a disciplina
      * (habilitacoes.idx) ou com autorizacao provisoria vencida
      * gera aviso na inclusao, sem impedir a aula. Sala da turma
      * bloqueada hoje por chamado de manutencao (SALABLOQUEADA)
      * tambem gera aviso: a grade e permanente e o bloqueio
      * passa; o remanejamento sai em CHAMADOSMANUTENCAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CHAVE
               FILE STATUS IS WS-STATUS-DSP.
           SELECT ARQUIVO-ELETIVA ASSIGN TO "eletivas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELT-CODIGO
               FILE STATUS IS WS-STATUS-ELT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-DISPONIB.
           COPY "RegistroDisponibilidade.cpy".

       FD  ARQUIVO-ELETIVA.
           COPY "RegistroEletiva.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS PIC X(2).
       01 WS-SALA-NOVA PIC X(10).
       01 WS-CONFLITO-SALA PIC X.
       01 WS-TURMA-CONFLITO PIC X(10).
       01 WS-STATUS-ELT PIC X(2).
       01 WS-ELETIVAS-OK PIC X.
       01 WS-SERIE-TURMA PIC 9(2).
       01 WS-ANO-TURMA PIC 9(4).
       01 WS-CONFLITO-ELETIVA PIC X.
       01 WS-ELETIVA-CONFLITO PIC X(10).
       01 WS-ELETIVA PIC X.
       01 WS-ANO-ELETIVA PIC 9(4).
       01 WS-DISC-ELETIVA PIC X(20).
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-STATUS-HABILITACAO PIC X.
       01 WS-SALA-BLOQUEADA PIC X.
       01 WS-CHAMADO-BLOQ PIC 9(6).
       01 WS-FIM-BLOQ PIC 9(8).
       01 WS-PROBLEMA-BLOQ PIC X(40).

       PROCEDURE DIVISION.
       PRINCIPAL.
                       DISPLAY "Erro: disciplina invalida ou inativa."
                       DISPLAY "Inclusao cancelada."
                   ELSE
                       PERFORM AVISAR-HABILITACAO
                       PERFORM AVISAR-SALA-BLOQUEADA
                       PERFORM ACEITAR-DIA-PERIODO
                       PERFORM GRAVAR-AULA
                   END-IF
           END-IF.
           PERFORM PRINCIPAL.

       AVISAR-HABILITACAO.
      * So avisa: a atribuicao fora da habilitacao acontece (falta
      * de professor habilitado), mas a coordenacao precisa saber,
      * porque a inspecao de ensino confere.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           CALL "VERIFICARHABILITACAO" USING WS-PROFESSOR
               WS-DISCIPLINA WS-HOJE WS-STATUS-HABILITACAO.
           EVALUATE WS-STATUS-HABILITACAO
               WHEN "N"
                   DISPLAY "AVISO: o professor nao tem habilitacao "
                       "cadastrada para " WS-DISCIPLINA "."
               WHEN "V"
                   DISPLAY "AVISO: a autorizacao do professor para "
                       WS-DISCIPLINA " esta vencida."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       AVISAR-SALA-BLOQUEADA.
      * WS-HOJE ja vem de AVISAR-HABILITACAO.
           CALL "SALABLOQUEADA" USING WS-SALA-NOVA WS-HOJE
               WS-SALA-BLOQUEADA WS-CHAMADO-BLOQ WS-FIM-BLOQ
               WS-PROBLEMA-BLOQ.
           IF WS-SALA-BLOQUEADA = "S"
               DISPLAY "AVISO: a sala " WS-SALA-NOVA " esta bloqueada "
                   "pelo chamado " WS-CHAMADO-BLOQ " (" WS-PROBLEMA-BLOQ
                   ")."
               IF WS-FIM-BLOQ = ZERO
                   DISPLAY "       Bloqueio ate o fechamento do "
                       "chamado; veja as turmas a remanejar."
               ELSE
                   DISPLAY "       Bloqueio ate " WS-FIM-BLOQ
                       "; veja as turmas a remanejar."
               END-IF
           END-IF.

       ACEITAR-DIA-PERIODO.
           MOVE ZERO TO WS-DIA.
           PERFORM WITH TEST AFTER
           END-IF.
           PERFORM ABRIR-GRADE.
           PERFORM VERIFICAR-CONFLITO-TURMA.
           MOVE "N" TO WS-CONFLITO-ELETIVA.
           IF WS-CONFLITO-TURMA = "N"
               PERFORM VERIFICAR-CONFLITO-ELETIVA
           END-IF.
           IF WS-CONFLITO-TURMA = "N" AND WS-CONFLITO-ELETIVA = "N"
               PERFORM VERIFICAR-CONFLITO-SALA
           END-IF.
           IF WS-CONFLITO-TURMA = "S"
                   "dia e periodo."
               DISPLAY "Inclusao recusada."
           ELSE
           IF WS-CONFLITO-ELETIVA = "S"
               DISPLAY "Erro: o horario esta reservado para a eletiva "
                   WS-ELETIVA-CONFLITO " da serie " WS-SERIE-TURMA "."
               DISPLAY "Inclusao recusada."
           ELSE
           IF WS-CONFLITO-SALA = "S"
               DISPLAY "Erro: a sala " WS-SALA-NOVA " ja esta "
                   "ocupada pela turma " WS-TURMA-CONFLITO
                       DISPLAY "Aula incluida na grade."
               END-WRITE
           END-IF
           END-IF
           END-IF.
           CLOSE ARQUIVO-GRADE.

               END-READ
           END-PERFORM.

       VERIFICAR-CONFLITO-ELETIVA.
      * Eletiva ativa do mesmo ano, cuja faixa de series inclui a
      * serie da turma, ocupando o mesmo dia/periodo: os alunos da
      * turma podem estar nela, entao o horario fica reservado.
           MOVE "N" TO WS-CONFLITO-ELETIVA.
           OPEN INPUT ARQUIVO-ELETIVA.
           IF WS-STATUS-ELT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ELETIVA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF ELT-ATIVA
                               AND ELT-ANO-LETIVO = WS-ANO-TURMA
                               AND ELT-DIA = WS-DIA
                               AND ELT-PERIODO = WS-PERIODO
                               AND WS-SERIE-TURMA >= ELT-SERIE-INICIAL
                               AND WS-SERIE-TURMA <= ELT-SERIE-FINAL
                           MOVE "S" TO WS-CONFLITO-ELETIVA
                           MOVE ELT-CODIGO TO WS-ELETIVA-CONFLITO
                           MOVE "S" TO WS-FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ELETIVA.

       VERIFICAR-CONFLITO-SALA.
      * Duas turmas diferentes nao podem ocupar a mesma sala fisica
      * no mesmo dia/periodo. A sala de cada turma concorrente vem
           IF WS-STATUS-TUR NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ELETIVAS-OK.
           OPEN INPUT ARQUIVO-ELETIVA.
           IF WS-STATUS-ELT = "00"
               MOVE "S" TO WS-ELETIVAS-OK
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO GRH-CHAVE.
           START ARQUIVO-GRADE KEY IS >= GRH-CHAVE
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-TURMA.
           IF WS-ELETIVAS-OK = "S"
               CLOSE ARQUIVO-ELETIVA
           END-IF.

       CONFRONTAR-SALA.
      * Codigo que nao e turma pode ser o grupo de uma eletiva, com
      * a sala no cadastro dela.
           MOVE GRH-TURMA TO TUR-CODIGO.
           READ ARQUIVO-TURMA KEY IS TUR-CODIGO
               INVALID KEY
                   IF WS-ELETIVAS-OK = "S"
                       PERFORM CONFRONTAR-SALA-ELETIVA
                   END-IF
               NOT INVALID KEY
                   IF TUR-SALA = WS-SALA-NOVA
                       MOVE "S" TO WS-CONFLITO-SALA
                   END-IF
           END-READ.

       CONFRONTAR-SALA-ELETIVA.
           MOVE GRH-TURMA TO ELT-CODIGO.
           READ ARQUIVO-ELETIVA KEY IS ELT-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ELT-SALA = WS-SALA-NOVA
                       MOVE "S" TO WS-CONFLITO-SALA
                       MOVE GRH-TURMA TO WS-TURMA-CONFLITO
                       MOVE "S" TO WS-FIM-ARQUIVO
                   END-IF
           END-READ.

       CONFERIR-PROFESSOR.
           MOVE "N" TO WS-PROFESSOR-OK.
           OPEN INPUT ARQUIVO-PROFESSOR.
                       ELSE
                           MOVE "S" TO WS-TURMA-OK
                           MOVE TUR-SALA TO WS-SALA-NOVA
                           MOVE TUR-SERIE TO WS-SERIE-TURMA
                           MOVE TUR-ANO-LETIVO TO WS-ANO-TURMA
                       END-IF
               END-READ
               CLOSE ARQUIVO-TURMA
           END-IF.
           IF WS-TURMA-OK NOT = "S"
               CALL "ELETIVAGRUPO" USING WS-TURMA WS-ELETIVA
                   WS-ANO-ELETIVA WS-DISC-ELETIVA
               IF WS-ELETIVA = "S"
                   DISPLAY "(" WS-TURMA " e uma eletiva: o horario "
                       "dela e mantido em ELETIVAS.)"
               END-IF
           END-IF.

       EXCLUIR-AULA.
           DISPLAY "-----------------------------------".
               NOT INVALID KEY
                   DISPLAY "Aula: turma " GRH-TURMA
                       " disciplina " GRH-DISCIPLINA
                   CALL "ELETIVAGRUPO" USING GRH-TURMA WS-ELETIVA
                       WS-ANO-ELETIVA WS-DISC-ELETIVA
                   MOVE "N" TO WS-CONFIRMA
                   IF WS-ELETIVA = "S"
                       DISPLAY "Aula de eletiva: encerre a oferta "
                           "em ELETIVAS para liberar o horario."
                   ELSE
                       DISPLAY "Confirma a exclusao? (S/N): "
                       ACCEPT WS-CONFIRMA
                   END-IF
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       DELETE ARQUIVO-GRADE
                       DISPLAY "Aula excluida."
