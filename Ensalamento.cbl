       IDENTIFICATION DIVISION.
           PROGRAM-ID. ENSALAMENTO.
           AUTHOR. Alexandre S S Alves.

      * Ensalamento da semana de provas: as turmas que tem prova no
      * mesmo dia e periodo (calendario_provas.idx) sao misturadas
      * nas salas ativas de salas.idx, carteira por carteira, em
      * vez do mapa montado a mao pela coordenacao. A sequencia de
      * alocacao escolhe sempre a turma com mais alunos ainda sem
      * lugar que nao seja a do aluno da carteira anterior, de modo
      * que dois colegas de turma so sentam lado a lado quando nao
      * sobra outra turma (o relatorio conta esses casos). Aluno do
      * atendimento especializado com sala separada (aee.idx) vai
      * para a sala designada no cadastro ou, sem ela, para a sala
      * de atendimento informada aqui; essas salas ficam reservadas
      * e nao recebem os demais. Sai a lista de porta por sala
      * (ensalamento_portas.rel) e um cartao de carteira por aluno
      * (ensalamento_cartoes.rel), via IMPRELATORIO. Faltando
      * lugar, os alunos sem carteira sao listados, a falta e
      * sinalizada e o programa termina com RETURN-CODE 1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PROVA ASSIGN TO "calendario_provas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CHAVE
               FILE STATUS IS WS-STATUS-PRV.
           SELECT ARQUIVO-SALA ASSIGN TO "salas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CODIGO
               FILE STATUS IS WS-STATUS-SAL.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-AEE ASSIGN TO "aee.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AEE-MATRICULA
               FILE STATUS IS WS-STATUS-AEE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PROVA.
           COPY "RegistroProva.cpy".

       FD  ARQUIVO-SALA.
           COPY "RegistroSala.cpy".

       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-AEE.
           COPY "RegistroAee.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-PRV PIC X(2).
       01 WS-STATUS-SAL PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-AEE PIC X(2).
       01 WS-AEE-OK PIC X.
       01 WS-DATA-PROVA PIC 9(8).
       01 WS-PERIODO PIC 9(2).
       01 WS-SALA-ATENDIMENTO PIC X(10).
       01 WS-FIM-ARQUIVO PIC X.
      * Turmas com prova no dia/periodo.
       01 WS-TAB-TURMAS.
           05 WS-TT-ENT OCCURS 30 TIMES.
               10 WS-TT-TURMA PIC X(10).
               10 WS-TT-DISCIPLINA PIC X(20).
               10 WS-TT-RESTANTES PIC 9(3).
       01 WS-TT-QTD PIC 9(2) VALUE ZERO.
      * Salas ativas; reservada = sala de atendimento especializado.
       01 WS-TAB-SALAS.
           05 WS-TS-ENT OCCURS 40 TIMES.
               10 WS-TS-CODIGO PIC X(10).
               10 WS-TS-DESCRICAO PIC X(30).
               10 WS-TS-CAPACIDADE PIC 9(3).
               10 WS-TS-OCUPADOS PIC 9(3).
               10 WS-TS-RESERVADA PIC X.
       01 WS-TS-QTD PIC 9(2) VALUE ZERO.
      * Alunos das turmas; sala 0 = sem carteira.
       01 WS-TAB-ALUNOS.
           05 WS-TA-ENT OCCURS 800 TIMES.
               10 WS-TA-MATRICULA PIC 9(5).
               10 WS-TA-NOME PIC X(20).
               10 WS-TA-TURMA-IND PIC 9(2).
               10 WS-TA-SALA-AEE PIC X(10).
               10 WS-TA-SALA-IND PIC 9(2).
               10 WS-TA-CARTEIRA PIC 9(3).
               10 WS-TA-ALOCADO PIC X.
       01 WS-TA-QTD PIC 9(3) VALUE ZERO.
       01 WS-IND PIC 9(3).
       01 WS-IND-TURMA PIC 9(2).
       01 WS-IND-SALA PIC 9(2).
       01 WS-IND-ACHADO PIC 9(3).
       01 WS-SALA-ATUAL PIC 9(2).
       01 WS-ULTIMA-TURMA PIC 9(2).
       01 WS-TURMA-ESCOLHIDA PIC 9(2).
       01 WS-MAIOR-RESTANTE PIC 9(3).
       01 WS-CARTEIRA PIC 9(3).
       01 WS-SALA-BUSCA PIC X(10).
       01 WS-TOTAL-GERAL PIC 9(4).
       01 WS-TOTAL-AEE PIC 9(4).
       01 WS-CAPACIDADE-GERAL PIC 9(4).
       01 WS-TOTAL-SEM-LUGAR PIC 9(4).
       01 WS-TOTAL-VIZINHOS PIC 9(4).
       01 WS-TOTAL-SALA-AEE-INVALIDA PIC 9(4).
       01 WS-NOME-REL-PORTAS PIC X(30)
           VALUE "ensalamento_portas.rel".
       01 WS-TITULO-REL-PORTAS PIC X(40)
           VALUE "ENSALAMENTO - LISTA DE PORTA".
       01 WS-NOME-REL-CARTOES PIC X(30)
           VALUE "ensalamento_cartoes.rel".
       01 WS-TITULO-REL-CARTOES PIC X(40)
           VALUE "ENSALAMENTO - CARTOES DE CARTEIRA".
       01 WS-LINHA-REL PIC X(80).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "=========================================".
           DISPLAY "   Ensalamento de Provas".
           DISPLAY "=========================================".
           DISPLAY "Data das provas (AAAAMMDD): ".
           ACCEPT WS-DATA-PROVA.
           DISPLAY "Periodo: ".
           ACCEPT WS-PERIODO.
           DISPLAY "Sala de atendimento especializado (vazio = "
               "nenhuma): ".
           ACCEPT WS-SALA-ATENDIMENTO.

           PERFORM CARREGAR-PROVAS.
           IF WS-TT-QTD = ZERO
               DISPLAY "Nenhuma prova marcada nesse dia e periodo."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CARREGAR-SALAS.
           IF WS-TS-QTD = ZERO
               DISPLAY "Nenhuma sala ativa em salas.idx."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CARREGAR-ALUNOS.
           IF WS-TA-QTD = ZERO
               DISPLAY "Nenhum aluno ativo nas turmas da prova."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE ZERO TO WS-TOTAL-SEM-LUGAR.
           MOVE ZERO TO WS-TOTAL-VIZINHOS.
           PERFORM ALOCAR-ATENDIMENTO.
           PERFORM ALOCAR-GERAL.
           PERFORM IMPRIMIR-PORTAS.
           PERFORM IMPRIMIR-CARTOES.

           DISPLAY "Turmas na prova:        " WS-TT-QTD.
           DISPLAY "Alunos ensalados:       " WS-TA-QTD.
           DISPLAY "  com sala separada:    " WS-TOTAL-AEE.
           DISPLAY "Colegas lado a lado:    " WS-TOTAL-VIZINHOS.
           IF WS-TOTAL-SALA-AEE-INVALIDA > ZERO
               DISPLAY "Sala AEE inexistente/inativa (aluno foi "
                   "para as salas comuns): "
                   WS-TOTAL-SALA-AEE-INVALIDA
           END-IF.
           DISPLAY "Lista de porta: ensalamento_portas.rel".
           DISPLAY "Cartoes:        ensalamento_cartoes.rel".
           IF WS-TOTAL-SEM-LUGAR > ZERO
               DISPLAY "ATENCAO: CAPACIDADE INSUFICIENTE - "
                   WS-TOTAL-SEM-LUGAR " aluno(s) sem carteira."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       CARREGAR-PROVAS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-PROVA.
           IF WS-STATUS-PRV NOT = "00"
               DISPLAY "calendario_provas.idx indisponivel (STATUS="
                   WS-STATUS-PRV ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-PROVA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF PRV-DATA = WS-DATA-PROVA
                               AND PRV-PERIODO = WS-PERIODO
                               AND WS-TT-QTD < 30
                           ADD 1 TO WS-TT-QTD
                           MOVE PRV-TURMA TO WS-TT-TURMA(WS-TT-QTD)
                           MOVE PRV-DISCIPLINA
                               TO WS-TT-DISCIPLINA(WS-TT-QTD)
                           MOVE ZERO TO WS-TT-RESTANTES(WS-TT-QTD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-PROVA.

       CARREGAR-SALAS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-SALA.
           IF WS-STATUS-SAL NOT = "00"
               DISPLAY "salas.idx indisponivel (STATUS="
                   WS-STATUS-SAL ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-SALA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF SAL-ATIVA AND SAL-CAPACIDADE > ZERO
                               AND WS-TS-QTD < 40
                           ADD 1 TO WS-TS-QTD
                           MOVE SAL-CODIGO TO WS-TS-CODIGO(WS-TS-QTD)
                           MOVE SAL-DESCRICAO
                               TO WS-TS-DESCRICAO(WS-TS-QTD)
                           MOVE SAL-CAPACIDADE
                               TO WS-TS-CAPACIDADE(WS-TS-QTD)
                           MOVE ZERO TO WS-TS-OCUPADOS(WS-TS-QTD)
                           MOVE "N" TO WS-TS-RESERVADA(WS-TS-QTD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-SALA.

       CARREGAR-ALUNOS.
           MOVE ZERO TO WS-TOTAL-AEE.
           MOVE ZERO TO WS-TOTAL-GERAL.
           MOVE ZERO TO WS-TOTAL-SALA-AEE-INVALIDA.
           MOVE "N" TO WS-AEE-OK.
           OPEN INPUT ARQUIVO-AEE.
           IF WS-STATUS-AEE = "00"
               MOVE "S" TO WS-AEE-OK
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
           ELSE
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-ALUNOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF SITUACAO-ALUNO = SPACES
                                   OR SITUACAO-ALUNO = "A"
                               PERFORM CARREGAR-UM-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-ALUNOS
           END-IF.
           IF WS-AEE-OK = "S"
               CLOSE ARQUIVO-AEE
           END-IF.

       CARREGAR-UM-ALUNO.
           MOVE ZERO TO WS-IND-TURMA.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TT-QTD
               IF WS-TT-TURMA(WS-IND) = TURMA
                   MOVE WS-IND TO WS-IND-TURMA
               END-IF
           END-PERFORM.
           IF WS-IND-TURMA = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-TA-QTD >= 800
               DISPLAY "Aviso: mais de 800 alunos; matricula "
                   MATRICULA-ALUNO " fora do ensalamento."
               ADD 1 TO WS-TOTAL-SEM-LUGAR
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TA-QTD.
           MOVE MATRICULA-ALUNO TO WS-TA-MATRICULA(WS-TA-QTD).
           MOVE NOME-ALUNO TO WS-TA-NOME(WS-TA-QTD).
           MOVE WS-IND-TURMA TO WS-TA-TURMA-IND(WS-TA-QTD).
           MOVE SPACES TO WS-TA-SALA-AEE(WS-TA-QTD).
           MOVE ZERO TO WS-TA-SALA-IND(WS-TA-QTD).
           MOVE ZERO TO WS-TA-CARTEIRA(WS-TA-QTD).
           MOVE "N" TO WS-TA-ALOCADO(WS-TA-QTD).
           PERFORM CONFERIR-SALA-SEPARADA.
           IF WS-TA-SALA-AEE(WS-TA-QTD) = SPACES
               ADD 1 TO WS-TT-RESTANTES(WS-IND-TURMA)
               ADD 1 TO WS-TOTAL-GERAL
           ELSE
               ADD 1 TO WS-TOTAL-AEE
           END-IF.

       CONFERIR-SALA-SEPARADA.
      * Sala separada vale so com atendimento ativo; a sala
      * designada precisa estar entre as salas ativas carregadas.
           IF WS-AEE-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE MATRICULA-ALUNO TO AEE-MATRICULA.
           READ ARQUIVO-AEE KEY IS AEE-MATRICULA
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT AEE-ATIVO OR AEE-SALA-SEPARADA NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           IF AEE-SALA-PROVA NOT = SPACES
               MOVE AEE-SALA-PROVA TO WS-SALA-BUSCA
           ELSE
               MOVE WS-SALA-ATENDIMENTO TO WS-SALA-BUSCA
           END-IF.
           PERFORM ACHAR-SALA.
           IF WS-IND-SALA = ZERO
               ADD 1 TO WS-TOTAL-SALA-AEE-INVALIDA
               DISPLAY "Aviso: matricula " MATRICULA-ALUNO
                   " tem sala separada mas a sala '" WS-SALA-BUSCA
                   "' nao esta ativa."
           ELSE
               MOVE WS-SALA-BUSCA TO WS-TA-SALA-AEE(WS-TA-QTD)
               MOVE "S" TO WS-TS-RESERVADA(WS-IND-SALA)
           END-IF.

       ACHAR-SALA.
           MOVE ZERO TO WS-IND-SALA.
           IF WS-SALA-BUSCA = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TS-QTD
               IF WS-TS-CODIGO(WS-IND) = WS-SALA-BUSCA
                   MOVE WS-IND TO WS-IND-SALA
               END-IF
           END-PERFORM.

       ALOCAR-ATENDIMENTO.
      * Alunos com sala separada, na ordem do cadastro, direto na
      * sala designada.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TA-QTD
               IF WS-TA-SALA-AEE(WS-IND) NOT = SPACES
                   MOVE WS-TA-SALA-AEE(WS-IND) TO WS-SALA-BUSCA
                   MOVE WS-IND TO WS-IND-ACHADO
                   PERFORM ACHAR-SALA
                   MOVE WS-IND-ACHADO TO WS-IND
                   PERFORM SENTAR-ALUNO-AEE
               END-IF
           END-PERFORM.

       SENTAR-ALUNO-AEE.
           MOVE "S" TO WS-TA-ALOCADO(WS-IND).
           IF WS-TS-OCUPADOS(WS-IND-SALA)
                   < WS-TS-CAPACIDADE(WS-IND-SALA)
               ADD 1 TO WS-TS-OCUPADOS(WS-IND-SALA)
               MOVE WS-IND-SALA TO WS-TA-SALA-IND(WS-IND)
               MOVE WS-TS-OCUPADOS(WS-IND-SALA)
                   TO WS-TA-CARTEIRA(WS-IND)
           ELSE
               ADD 1 TO WS-TOTAL-SEM-LUGAR
           END-IF.

       ALOCAR-GERAL.
      * Enche as salas comuns na ordem do cadastro, carteira a
      * carteira. A cada carteira sai a turma com mais alunos ainda
      * sem lugar, desde que nao seja a da carteira anterior; ao
      * trocar de sala a restricao recomeca.
           MOVE ZERO TO WS-CAPACIDADE-GERAL.
           PERFORM VARYING WS-IND-SALA FROM 1 BY 1
                   UNTIL WS-IND-SALA > WS-TS-QTD
               IF WS-TS-RESERVADA(WS-IND-SALA) = "N"
                   ADD WS-TS-CAPACIDADE(WS-IND-SALA)
                       TO WS-CAPACIDADE-GERAL
               END-IF
           END-PERFORM.
           MOVE 1 TO WS-SALA-ATUAL.
           MOVE ZERO TO WS-ULTIMA-TURMA.
           PERFORM WS-TOTAL-GERAL TIMES
               PERFORM ESCOLHER-TURMA
               PERFORM PROXIMO-ALUNO-DA-TURMA
               PERFORM SENTAR-ALUNO-GERAL
           END-PERFORM.

       ESCOLHER-TURMA.
           MOVE ZERO TO WS-TURMA-ESCOLHIDA.
           MOVE ZERO TO WS-MAIOR-RESTANTE.
           PERFORM VARYING WS-IND-TURMA FROM 1 BY 1
                   UNTIL WS-IND-TURMA > WS-TT-QTD
               IF WS-IND-TURMA NOT = WS-ULTIMA-TURMA
                       AND WS-TT-RESTANTES(WS-IND-TURMA)
                           > WS-MAIOR-RESTANTE
                   MOVE WS-TT-RESTANTES(WS-IND-TURMA)
                       TO WS-MAIOR-RESTANTE
                   MOVE WS-IND-TURMA TO WS-TURMA-ESCOLHIDA
               END-IF
           END-PERFORM.
      * So sobrou a turma da carteira anterior: vizinhos inevitaveis.
           IF WS-TURMA-ESCOLHIDA = ZERO
               MOVE WS-ULTIMA-TURMA TO WS-TURMA-ESCOLHIDA
               ADD 1 TO WS-TOTAL-VIZINHOS
           END-IF.

       PROXIMO-ALUNO-DA-TURMA.
           MOVE ZERO TO WS-IND-ACHADO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TA-QTD
                   OR WS-IND-ACHADO > ZERO
               IF WS-TA-TURMA-IND(WS-IND) = WS-TURMA-ESCOLHIDA
                       AND WS-TA-ALOCADO(WS-IND) = "N"
                       AND WS-TA-SALA-AEE(WS-IND) = SPACES
                   MOVE WS-IND TO WS-IND-ACHADO
               END-IF
           END-PERFORM.

       SENTAR-ALUNO-GERAL.
           IF WS-IND-ACHADO = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-TA-ALOCADO(WS-IND-ACHADO).
           SUBTRACT 1 FROM WS-TT-RESTANTES(WS-TURMA-ESCOLHIDA).
           PERFORM UNTIL WS-SALA-ATUAL > WS-TS-QTD
               IF WS-TS-RESERVADA(WS-SALA-ATUAL) = "N"
                       AND WS-TS-OCUPADOS(WS-SALA-ATUAL)
                           < WS-TS-CAPACIDADE(WS-SALA-ATUAL)
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-SALA-ATUAL
               MOVE ZERO TO WS-ULTIMA-TURMA
           END-PERFORM.
           IF WS-SALA-ATUAL > WS-TS-QTD
               ADD 1 TO WS-TOTAL-SEM-LUGAR
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TS-OCUPADOS(WS-SALA-ATUAL).
           MOVE WS-SALA-ATUAL TO WS-TA-SALA-IND(WS-IND-ACHADO).
           MOVE WS-TS-OCUPADOS(WS-SALA-ATUAL)
               TO WS-TA-CARTEIRA(WS-IND-ACHADO).
           MOVE WS-TURMA-ESCOLHIDA TO WS-ULTIMA-TURMA.

       IMPRIMIR-PORTAS.
           CALL "REL-ABRIR" USING WS-NOME-REL-PORTAS
               WS-TITULO-REL-PORTAS.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "PROVAS DE " WS-DATA-PROVA " PERIODO " WS-PERIODO
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           PERFORM VARYING WS-IND-SALA FROM 1 BY 1
                   UNTIL WS-IND-SALA > WS-TS-QTD
               IF WS-TS-OCUPADOS(WS-IND-SALA) > ZERO
                   PERFORM IMPRIMIR-PORTA-SALA
               END-IF
           END-PERFORM.
           MOVE ALL "=" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "ALUNOS " WS-TA-QTD
                  "  CAPACIDADE DAS SALAS COMUNS "
                  WS-CAPACIDADE-GERAL
                  "  LADO A LADO " WS-TOTAL-VIZINHOS
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           IF WS-TOTAL-SEM-LUGAR > ZERO
               MOVE SPACES TO WS-LINHA-REL
               STRING "*** CAPACIDADE INSUFICIENTE: "
                      WS-TOTAL-SEM-LUGAR
                      " ALUNO(S) SEM CARTEIRA ***"
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-TA-QTD
                   IF WS-TA-SALA-IND(WS-IND) = ZERO
                       MOVE WS-TA-TURMA-IND(WS-IND) TO WS-IND-TURMA
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "  SEM LUGAR: "
                              WS-TA-MATRICULA(WS-IND) " "
                              WS-TA-NOME(WS-IND) " "
                              WS-TT-TURMA(WS-IND-TURMA)
                           DELIMITED BY SIZE INTO WS-LINHA-REL
                       END-STRING
                       CALL "REL-LINHA" USING WS-LINHA-REL
                   END-IF
               END-PERFORM
           END-IF.
           CALL "REL-FECHAR".

       IMPRIMIR-PORTA-SALA.
           MOVE ALL "-" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "SALA " WS-TS-CODIGO(WS-IND-SALA) " "
                  WS-TS-DESCRICAO(WS-IND-SALA)
                  " OCUPACAO " WS-TS-OCUPADOS(WS-IND-SALA)
                  "/" WS-TS-CAPACIDADE(WS-IND-SALA)
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           IF WS-TS-RESERVADA(WS-IND-SALA) = "S"
               MOVE "AEE" TO WS-LINHA-REL(76:3)
           END-IF.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           PERFORM VARYING WS-CARTEIRA FROM 1 BY 1
                   UNTIL WS-CARTEIRA > WS-TS-OCUPADOS(WS-IND-SALA)
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-TA-QTD
                   IF WS-TA-SALA-IND(WS-IND) = WS-IND-SALA
                           AND WS-TA-CARTEIRA(WS-IND) = WS-CARTEIRA
                       MOVE WS-TA-TURMA-IND(WS-IND)
                           TO WS-IND-TURMA
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "  CARTEIRA " WS-CARTEIRA "  "
                              WS-TA-MATRICULA(WS-IND) " "
                              WS-TA-NOME(WS-IND) " "
                              WS-TT-TURMA(WS-IND-TURMA)
                           DELIMITED BY SIZE INTO WS-LINHA-REL
                       END-STRING
                       CALL "REL-LINHA" USING WS-LINHA-REL
                   END-IF
               END-PERFORM
           END-PERFORM.

       IMPRIMIR-CARTOES.
           CALL "REL-ABRIR" USING WS-NOME-REL-CARTOES
               WS-TITULO-REL-CARTOES.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TA-QTD
               IF WS-TA-SALA-IND(WS-IND) > ZERO
                   PERFORM IMPRIMIR-UM-CARTAO
               END-IF
           END-PERFORM.
           CALL "REL-FECHAR".

       IMPRIMIR-UM-CARTAO.
           MOVE WS-TA-TURMA-IND(WS-IND) TO WS-IND-TURMA.
           MOVE WS-TA-SALA-IND(WS-IND) TO WS-IND-SALA.
           MOVE ALL "-" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "ALUNO " WS-TA-MATRICULA(WS-IND) " "
                  WS-TA-NOME(WS-IND)
                  "  TURMA " WS-TT-TURMA(WS-IND-TURMA)
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "PROVA " WS-DATA-PROVA " PERIODO " WS-PERIODO
                  "  " WS-TT-DISCIPLINA(WS-IND-TURMA)
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "SALA " WS-TS-CODIGO(WS-IND-SALA)
                  "  CARTEIRA " WS-TA-CARTEIRA(WS-IND)
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
