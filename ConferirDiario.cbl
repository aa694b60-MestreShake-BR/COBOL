       IDENTIFICATION DIVISION.
           PROGRAM-ID. CONFERIRDIARIO.
           AUTHOR. Alexandre S S Alves.

      * Conferencia do diario de classe e da carga anual cumprida,
      * em vez de a supervisao descobrir as lacunas folheando papel
      * no fim do bimestre. Caminha os dias letivos do ano em
      * calendario_escolar.dat sobre a grade (grade_horaria.idx),
      * professor a professor, e lista cada aula prevista ate a data
      * de corte que nao tem registro no diario (diario_classe.idx)
      * com conteudo ou nao tem chamada (presenca_aula.dat) -- a
      * menos que a aula esteja explicada por substituicao
      * (substituicoes.dat) ou por aula perdida (aulas_perdidas.idx).
      * Depois compara, por turma e disciplina, as aulas dadas mais
      * as que a grade ainda preve ate o fim do calendario com a
      * carga anual exigida (aulas semanais da matriz curricular
      * vezes as semanas letivas do calendario), apontando cedo as
      * turmas que nao vao fechar a carga legal. Sai em
      * conferencia_diario.rel.
      * Aula dada: diario com conteudo, aula coberta por substituto
      * ou aula perdida ja coberta/reposta. Aula perdida pendente
      * fica fora da lista (o acompanhamento e de AUSENCIASPROF),
      * mas nao conta como dada.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CALENDARIO
               ASSIGN TO "calendario_escolar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAL.
           SELECT ARQUIVO-GRADE ASSIGN TO "grade_horaria.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRH-CHAVE
               FILE STATUS IS WS-STATUS-GRH.
           SELECT ARQUIVO-DIARIO ASSIGN TO "diario_classe.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIA-CHAVE
               FILE STATUS IS WS-STATUS-DIA.
           SELECT ARQUIVO-PRESENCA ASSIGN TO "presenca_aula.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAU.
           SELECT ARQUIVO-CHAMADAS ASSIGN TO "chamadas_aula.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHA-CHAVE
               FILE STATUS IS WS-STATUS-CHA.
           SELECT ARQUIVO-PERDIDAS ASSIGN TO "aulas_perdidas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-CHAVE
               FILE STATUS IS WS-STATUS-APL.
           SELECT ARQUIVO-SUBST ASSIGN TO "substituicoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SUB.
           SELECT ARQUIVO-TURMA ASSIGN TO "turmas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS WS-STATUS-TUR.
           SELECT ARQUIVO-MATRIZ
               ASSIGN TO "matriz_curricular.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTZ-CHAVE
               FILE STATUS IS WS-STATUS-MTZ.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CALENDARIO.
       01 REG-CALENDARIO.
           05 CAL-ANO-LETIVO PIC 9(4).
           05 CAL-DATA PIC 9(8).

       FD  ARQUIVO-GRADE.
           COPY "RegistroGradeHoraria.cpy".

       FD  ARQUIVO-DIARIO.
           COPY "RegistroDiario.cpy".

       FD  ARQUIVO-PRESENCA.
           COPY "RegistroPresencaAula.cpy".

      * Arquivo de trabalho: uma chave por aula com chamada feita
      * (turma + data + periodo), montado de presenca_aula.dat no
      * inicio de cada conferencia para a consulta ser direta.
       FD  ARQUIVO-CHAMADAS.
       01 REG-CHAMADA.
           05 CHA-CHAVE.
               10 CHA-TURMA PIC X(10).
               10 CHA-DATA PIC 9(8).
               10 CHA-PERIODO PIC 9(2).

       FD  ARQUIVO-PERDIDAS.
           COPY "RegistroAulaPerdida.cpy".

       FD  ARQUIVO-SUBST.
           COPY "RegistroSubstituicao.cpy".

       FD  ARQUIVO-TURMA.
           COPY "RegistroTurma.cpy".

       FD  ARQUIVO-MATRIZ.
           COPY "RegistroMatriz.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CAL PIC X(2).
       01 WS-STATUS-GRH PIC X(2).
       01 WS-STATUS-DIA PIC X(2).
       01 WS-STATUS-PAU PIC X(2).
       01 WS-STATUS-CHA PIC X(2).
       01 WS-STATUS-APL PIC X(2).
       01 WS-STATUS-SUB PIC X(2).
       01 WS-STATUS-TUR PIC X(2).
       01 WS-STATUS-MTZ PIC X(2).
       01 WS-ANO-LETIVO PIC 9(4).
       01 WS-DATA-CORTE PIC 9(8).
       01 WS-PROF-FILTRO PIC X(8).
       01 WS-DATA-HORA PIC X(20).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-FIM-GRADE PIC X.
       01 WS-DIARIO-ABERTO PIC X VALUE "N".
       01 WS-PERDIDAS-ABERTO PIC X VALUE "N".
       01 WS-CHAMADAS-ABERTO PIC X VALUE "N".
       01 WS-PROF-ATUAL PIC X(8).
       01 WS-NOME-REL PIC X(30) VALUE "conferencia_diario.rel".
       01 WS-TITULO-REL PIC X(40)
           VALUE "CONFERENCIA DO DIARIO E CARGA ANUAL".
       01 WS-LINHA-REL PIC X(80).
      * Dias letivos do ano, em ordem de data.
       01 WS-TAB-DIAS.
           05 WS-DL-ENT OCCURS 300 TIMES.
               10 WS-DL-DATA PIC 9(8).
               10 WS-DL-DIA-SEMANA PIC 9(1).
       01 WS-DL-QTD PIC 9(3) VALUE ZERO.
       01 WS-DL-ATE-CORTE PIC 9(3) VALUE ZERO.
      * Encaixes da grade do professor em processamento.
       01 WS-TAB-SLOTS.
           05 WS-SL-ENT OCCURS 80 TIMES.
               10 WS-SL-DIA PIC 9(1).
               10 WS-SL-PERIODO PIC 9(2).
               10 WS-SL-TURMA PIC X(10).
               10 WS-SL-DISCIPLINA PIC X(20).
       01 WS-SL-QTD PIC 9(2) VALUE ZERO.
      * Substituicoes do ano (titular + data + periodo).
       01 WS-TAB-SUBST.
           05 WS-SB-ENT OCCURS 1000 TIMES.
               10 WS-SB-TITULAR PIC X(8).
               10 WS-SB-DATA PIC 9(8).
               10 WS-SB-PERIODO PIC 9(2).
       01 WS-SB-QTD PIC 9(4) VALUE ZERO.
      * Turmas ativas do ano e a matriz, para a carga exigida.
       01 WS-TAB-TURMAS.
           05 WS-TU-ENT OCCURS 200 TIMES.
               10 WS-TU-CODIGO PIC X(10).
               10 WS-TU-SERIE PIC 9(2).
       01 WS-TU-QTD PIC 9(3) VALUE ZERO.
       01 WS-TAB-MATRIZ.
           05 WS-MZ-ENT OCCURS 300 TIMES.
               10 WS-MZ-SERIE PIC 9(2).
               10 WS-MZ-NOME PIC X(20).
               10 WS-MZ-AULAS PIC 9(2).
       01 WS-MZ-QTD PIC 9(3) VALUE ZERO.
      * Carga por turma e disciplina: exigida no ano, prevista na
      * grade ate o corte, dada ate o corte e ainda prevista depois
      * do corte. WS-CG-NA-MATRIZ = "N" quando a disciplina da grade
      * nao consta da matriz da serie da turma.
       01 WS-TAB-CARGA.
           05 WS-CG-ENT OCCURS 800 TIMES.
               10 WS-CG-TURMA PIC X(10).
               10 WS-CG-DISCIPLINA PIC X(20).
               10 WS-CG-NA-MATRIZ PIC X(1).
               10 WS-CG-EXIGIDAS PIC 9(4).
               10 WS-CG-PREVISTAS PIC 9(4).
               10 WS-CG-DADAS PIC 9(4).
               10 WS-CG-FUTURAS PIC 9(4).
       01 WS-CG-QTD PIC 9(3) VALUE ZERO.
      * Subtotal do professor por turma e disciplina.
       01 WS-TAB-PROF-TURMA.
           05 WS-PT-ENT OCCURS 40 TIMES.
               10 WS-PT-TURMA PIC X(10).
               10 WS-PT-DISCIPLINA PIC X(20).
               10 WS-PT-PREVISTAS PIC 9(4).
               10 WS-PT-DADAS PIC 9(4).
               10 WS-PT-LACUNAS PIC 9(4).
       01 WS-PT-QTD PIC 9(2) VALUE ZERO.
       01 WS-IND PIC 9(4).
       01 WS-IND-D PIC 9(3).
       01 WS-IND-S PIC 9(2).
       01 WS-IND-M PIC 9(3).
       01 WS-IND-ACHADO PIC 9(4).
       01 WS-IND-CG PIC 9(3).
       01 WS-IND-PT PIC 9(2).
       01 WS-DATA-AULA PIC 9(8).
       01 WS-DATA-TROCA PIC 9(8).
       01 WS-DIA-TROCA PIC 9(1).
       01 WS-SERIE-TURMA PIC 9(2).
       01 WS-AULAS-SEMANA PIC 9(2).
       01 WS-SITUACAO-DIARIO PIC X.
       01 WS-TEM-CHAMADA PIC X.
       01 WS-TEM-SUBST PIC X.
       01 WS-SITUACAO-PERDIDA PIC X.
       01 WS-AULA-DADA PIC X.
       01 WS-DIA-REPETIDO PIC X.
       01 WS-CABECALHO-PROF PIC X.
       01 WS-MARCA-DIARIO PIC X(20).
       01 WS-MARCA-CHAMADA PIC X(11).
       01 WS-MARCA-CARGA PIC X(12).
       01 WS-PROJETADAS PIC 9(5).
       01 WS-TOTAL-PREVISTAS PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-DADAS PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-LACUNAS PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-EXPLICADAS PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-ABAIXO PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-FORA-GRADE PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-SEM-MATRIZ PIC 9(4) VALUE ZERO.
       01 WS-ED-QTD PIC ZZZ9.
       01 WS-ED-QTD2 PIC ZZZ9.
       01 WS-ED-QTD3 PIC ZZZ9.
       01 WS-ED-QTD4 PIC ZZZ9.
       01 WS-ED-TOTAL PIC ZZZZZ9.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "=========================================".
           DISPLAY "   Conferencia do Diario de Classe".
           DISPLAY "=========================================".
           DISPLAY "Ano Letivo: ".
           ACCEPT WS-ANO-LETIVO.
           DISPLAY "Data de corte (AAAAMMDD, 0 = hoje): ".
           ACCEPT WS-DATA-CORTE.
           IF WS-DATA-CORTE = ZERO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               MOVE WS-DATA-HORA(1:8) TO WS-DATA-CORTE
           END-IF.
           DISPLAY "Matricula do Professor (branco = todos): ".
           ACCEPT WS-PROF-FILTRO.

           PERFORM CARREGAR-CALENDARIO.
           IF WS-DL-QTD = ZERO
               DISPLAY "Nenhum dia letivo no calendario do ano."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQUIVO-GRADE.
           IF WS-STATUS-GRH NOT = "00"
               DISPLAY "grade_horaria.idx indisponivel (STATUS="
                   WS-STATUS-GRH ")."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CARREGAR-TURMAS.
           PERFORM CARREGAR-MATRIZ.
           PERFORM CARREGAR-SUBSTITUICOES.
           PERFORM MONTAR-CHAMADAS.
           IF WS-PROF-FILTRO = SPACES
               PERFORM SEMEAR-CARGA
           END-IF.

           OPEN INPUT ARQUIVO-DIARIO.
           IF WS-STATUS-DIA = "00"
               MOVE "S" TO WS-DIARIO-ABERTO
           END-IF.
           OPEN INPUT ARQUIVO-PERDIDAS.
           IF WS-STATUS-APL = "00"
               MOVE "S" TO WS-PERDIDAS-ABERTO
           END-IF.

           CALL "REL-ABRIR" USING WS-NOME-REL WS-TITULO-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE WS-DL-QTD TO WS-ED-QTD.
           MOVE WS-DL-ATE-CORTE TO WS-ED-QTD2.
           STRING "ANO " WS-ANO-LETIVO " CORTE " WS-DATA-CORTE
                  " DIAS LETIVOS " WS-ED-QTD
                  " ATE O CORTE " WS-ED-QTD2
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE "AULAS SEM DIARIO OU SEM CHAMADA" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.

           PERFORM PERCORRER-GRADE.

           PERFORM LISTAR-CARGA.
           PERFORM LISTAR-TOTAIS.
           CALL "REL-FECHAR".

           CLOSE ARQUIVO-GRADE.
           IF WS-DIARIO-ABERTO = "S"
               CLOSE ARQUIVO-DIARIO
           END-IF.
           IF WS-PERDIDAS-ABERTO = "S"
               CLOSE ARQUIVO-PERDIDAS
           END-IF.
           IF WS-CHAMADAS-ABERTO = "S"
               CLOSE ARQUIVO-CHAMADAS
           END-IF.
           DISPLAY "Aulas previstas ate o corte: " WS-TOTAL-PREVISTAS.
           DISPLAY "Aulas dadas:                 " WS-TOTAL-DADAS.
           DISPLAY "Aulas sem diario/chamada:    " WS-TOTAL-LACUNAS.
           DISPLAY "Turma/disciplina abaixo da carga: "
               WS-TOTAL-ABAIXO.
           DISPLAY "Relatorio gravado: conferencia_diario.rel".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       CARREGAR-CALENDARIO.
      * Dias letivos do ano sem duplicata, mantidos em ordem de data
      * (dias acrescentados depois pela chamada entram no fim do
      * arquivo).
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-CALENDARIO.
           IF WS-STATUS-CAL NOT = "00"
               DISPLAY "Calendario escolar indisponivel (STATUS="
                   WS-STATUS-CAL ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CALENDARIO
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CAL-ANO-LETIVO = WS-ANO-LETIVO
                           PERFORM INCLUIR-DIA-LETIVO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-CALENDARIO.
           MOVE ZERO TO WS-DL-ATE-CORTE.
           PERFORM VARYING WS-IND-D FROM 1 BY 1
                   UNTIL WS-IND-D > WS-DL-QTD
               IF WS-DL-DATA(WS-IND-D) <= WS-DATA-CORTE
                   ADD 1 TO WS-DL-ATE-CORTE
               END-IF
           END-PERFORM.

       INCLUIR-DIA-LETIVO.
           MOVE "N" TO WS-DIA-REPETIDO.
           PERFORM VARYING WS-IND-D FROM 1 BY 1
                   UNTIL WS-IND-D > WS-DL-QTD
               IF WS-DL-DATA(WS-IND-D) = CAL-DATA
                   MOVE "S" TO WS-DIA-REPETIDO
                   MOVE WS-DL-QTD TO WS-IND-D
               END-IF
           END-PERFORM.
           IF WS-DIA-REPETIDO = "N" AND WS-DL-QTD < 300
               ADD 1 TO WS-DL-QTD
               MOVE CAL-DATA TO WS-DL-DATA(WS-DL-QTD)
               COMPUTE WS-DL-DIA-SEMANA(WS-DL-QTD) = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(CAL-DATA), 7)
               MOVE WS-DL-QTD TO WS-IND-D
               PERFORM UNTIL WS-IND-D < 2
                   IF WS-DL-DATA(WS-IND-D - 1) > WS-DL-DATA(WS-IND-D)
                       MOVE WS-DL-DATA(WS-IND-D) TO WS-DATA-TROCA
                       MOVE WS-DL-DIA-SEMANA(WS-IND-D)
                           TO WS-DIA-TROCA
                       MOVE WS-DL-DATA(WS-IND-D - 1)
                           TO WS-DL-DATA(WS-IND-D)
                       MOVE WS-DL-DIA-SEMANA(WS-IND-D - 1)
                           TO WS-DL-DIA-SEMANA(WS-IND-D)
                       MOVE WS-DATA-TROCA
                           TO WS-DL-DATA(WS-IND-D - 1)
                       MOVE WS-DIA-TROCA
                           TO WS-DL-DIA-SEMANA(WS-IND-D - 1)
                       SUBTRACT 1 FROM WS-IND-D
                   ELSE
                       MOVE 1 TO WS-IND-D
                   END-IF
               END-PERFORM
           END-IF.

       CARREGAR-TURMAS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-TURMA.
           IF WS-STATUS-TUR = "00"
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-TURMA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF TUR-ANO-LETIVO = WS-ANO-LETIVO
                                   AND TUR-ATIVA
                                   AND WS-TU-QTD < 200
                               ADD 1 TO WS-TU-QTD
                               MOVE TUR-CODIGO
                                   TO WS-TU-CODIGO(WS-TU-QTD)
                               MOVE TUR-SERIE
                                   TO WS-TU-SERIE(WS-TU-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-TURMA
           END-IF.

       CARREGAR-MATRIZ.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-MATRIZ.
           IF WS-STATUS-MTZ = "00"
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-MATRIZ NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-MZ-QTD < 300
                               ADD 1 TO WS-MZ-QTD
                               MOVE MTZ-SERIE
                                   TO WS-MZ-SERIE(WS-MZ-QTD)
                               MOVE MTZ-NOME-DISCIPLINA
                                   TO WS-MZ-NOME(WS-MZ-QTD)
                               MOVE MTZ-AULAS-SEMANAIS
                                   TO WS-MZ-AULAS(WS-MZ-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MATRIZ
           END-IF.

       CARREGAR-SUBSTITUICOES.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-SUBST.
           IF WS-STATUS-SUB = "00"
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-SUBST
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF SUB-DATA >= WS-DL-DATA(1)
                                   AND SUB-DATA <=
                                       WS-DL-DATA(WS-DL-QTD)
                                   AND WS-SB-QTD < 1000
                               ADD 1 TO WS-SB-QTD
                               MOVE SUB-TITULAR
                                   TO WS-SB-TITULAR(WS-SB-QTD)
                               MOVE SUB-DATA
                                   TO WS-SB-DATA(WS-SB-QTD)
                               MOVE SUB-PERIODO
                                   TO WS-SB-PERIODO(WS-SB-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-SUBST
           END-IF.

       MONTAR-CHAMADAS.
      * Uma chave por aula com chamada no ano; as linhas de cada
      * aluno da mesma aula caem na mesma chave e sao descartadas.
           OPEN OUTPUT ARQUIVO-CHAMADAS.
           IF WS-STATUS-CHA NOT = "00"
               DISPLAY "Erro ao criar chamadas_aula.tmp. STATUS="
                   WS-STATUS-CHA
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-PRESENCA.
           IF WS-STATUS-PAU = "00"
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-PRESENCA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF PAU-ANO-LETIVO = WS-ANO-LETIVO
                               MOVE PAU-TURMA TO CHA-TURMA
                               MOVE PAU-DATA TO CHA-DATA
                               MOVE PAU-PERIODO TO CHA-PERIODO
                               WRITE REG-CHAMADA
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-PRESENCA
           END-IF.
           CLOSE ARQUIVO-CHAMADAS.
           OPEN INPUT ARQUIVO-CHAMADAS.
           IF WS-STATUS-CHA = "00"
               MOVE "S" TO WS-CHAMADAS-ABERTO
           END-IF.

       SEMEAR-CARGA.
      * Toda disciplina da matriz de cada turma ativa entra na
      * conferencia de carga, mesmo sem nenhum encaixe na grade --
      * e justamente a que mais fica para tras.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TU-QTD
               PERFORM VARYING WS-IND-M FROM 1 BY 1
                       UNTIL WS-IND-M > WS-MZ-QTD
                   IF WS-MZ-SERIE(WS-IND-M) = WS-TU-SERIE(WS-IND)
                           AND WS-CG-QTD < 800
                       ADD 1 TO WS-CG-QTD
                       MOVE WS-TU-CODIGO(WS-IND)
                           TO WS-CG-TURMA(WS-CG-QTD)
                       MOVE WS-MZ-NOME(WS-IND-M)
                           TO WS-CG-DISCIPLINA(WS-CG-QTD)
                       MOVE "S" TO WS-CG-NA-MATRIZ(WS-CG-QTD)
                       COMPUTE WS-CG-EXIGIDAS(WS-CG-QTD) ROUNDED =
                           WS-MZ-AULAS(WS-IND-M) * WS-DL-QTD / 5
                       MOVE ZERO TO WS-CG-PREVISTAS(WS-CG-QTD)
                       MOVE ZERO TO WS-CG-DADAS(WS-CG-QTD)
                       MOVE ZERO TO WS-CG-FUTURAS(WS-CG-QTD)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PERCORRER-GRADE.
      * A grade vem em ordem de professor; os encaixes de cada um
      * sao juntados e cruzados com o calendario de uma vez, para a
      * listagem sair por professor e em ordem de data.
           MOVE "N" TO WS-FIM-GRADE.
           MOVE SPACES TO WS-PROF-ATUAL.
           MOVE ZERO TO WS-SL-QTD.
           MOVE LOW-VALUES TO GRH-CHAVE.
           START ARQUIVO-GRADE KEY IS >= GRH-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-GRADE
           END-START.
           PERFORM UNTIL WS-FIM-GRADE = "S"
               READ ARQUIVO-GRADE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-GRADE
                   NOT AT END
                       IF GRH-PROFESSOR NOT = WS-PROF-ATUAL
                           IF WS-SL-QTD > ZERO
                               PERFORM CONFERIR-PROFESSOR
                           END-IF
                           MOVE GRH-PROFESSOR TO WS-PROF-ATUAL
                           MOVE ZERO TO WS-SL-QTD
                       END-IF
                       IF WS-SL-QTD < 80
                           ADD 1 TO WS-SL-QTD
                           MOVE GRH-DIA TO WS-SL-DIA(WS-SL-QTD)
                           MOVE GRH-PERIODO
                               TO WS-SL-PERIODO(WS-SL-QTD)
                           MOVE GRH-TURMA TO WS-SL-TURMA(WS-SL-QTD)
                           MOVE GRH-DISCIPLINA
                               TO WS-SL-DISCIPLINA(WS-SL-QTD)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SL-QTD > ZERO
               PERFORM CONFERIR-PROFESSOR
           END-IF.

       CONFERIR-PROFESSOR.
           IF WS-PROF-FILTRO NOT = SPACES
                   AND WS-PROF-FILTRO NOT = WS-PROF-ATUAL
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-PT-QTD.
           MOVE "N" TO WS-CABECALHO-PROF.
           PERFORM VARYING WS-IND-D FROM 1 BY 1
                   UNTIL WS-IND-D > WS-DL-QTD
               PERFORM VARYING WS-IND-S FROM 1 BY 1
                       UNTIL WS-IND-S > WS-SL-QTD
                   IF WS-SL-DIA(WS-IND-S) = WS-DL-DIA-SEMANA(WS-IND-D)
                       PERFORM CONFERIR-AULA
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-PT-QTD > ZERO
               PERFORM LISTAR-SUBTOTAL-PROFESSOR
           END-IF.

       CONFERIR-AULA.
           MOVE WS-DL-DATA(WS-IND-D) TO WS-DATA-AULA.
           PERFORM LOCALIZAR-CARGA.
           IF WS-DATA-AULA > WS-DATA-CORTE
               IF WS-IND-CG > ZERO
                   ADD 1 TO WS-CG-FUTURAS(WS-IND-CG)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOCALIZAR-PROF-TURMA.
           ADD 1 TO WS-TOTAL-PREVISTAS.
           IF WS-IND-CG > ZERO
               ADD 1 TO WS-CG-PREVISTAS(WS-IND-CG)
           END-IF.
           IF WS-IND-PT > ZERO
               ADD 1 TO WS-PT-PREVISTAS(WS-IND-PT)
           END-IF.

           PERFORM VERIFICAR-DIARIO.
           PERFORM VERIFICAR-CHAMADA.
           PERFORM VERIFICAR-SUBSTITUICAO.
           PERFORM VERIFICAR-PERDIDA.

           MOVE "N" TO WS-AULA-DADA.
           IF WS-SITUACAO-DIARIO = "S" OR WS-TEM-SUBST = "S"
                   OR WS-SITUACAO-PERDIDA = "C"
                   OR WS-SITUACAO-PERDIDA = "R"
               MOVE "S" TO WS-AULA-DADA
           END-IF.
           IF WS-AULA-DADA = "S"
               ADD 1 TO WS-TOTAL-DADAS
               IF WS-IND-CG > ZERO
                   ADD 1 TO WS-CG-DADAS(WS-IND-CG)
               END-IF
               IF WS-IND-PT > ZERO
                   ADD 1 TO WS-PT-DADAS(WS-IND-PT)
               END-IF
           END-IF.

      * Substituicao ou aula perdida registrada explica a falta de
      * diario/chamada do titular: nao e lacuna de registro.
           IF WS-TEM-SUBST = "S" OR WS-SITUACAO-PERDIDA NOT = SPACE
               ADD 1 TO WS-TOTAL-EXPLICADAS
               EXIT PARAGRAPH
           END-IF.
           IF WS-SITUACAO-DIARIO = "S" AND WS-TEM-CHAMADA = "S"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-LACUNAS.
           IF WS-IND-PT > ZERO
               ADD 1 TO WS-PT-LACUNAS(WS-IND-PT)
           END-IF.
           PERFORM LISTAR-LACUNA.

       VERIFICAR-DIARIO.
      * S = aula registrada com conteudo, B = registrada em branco,
      * N = sem registro.
           MOVE "N" TO WS-SITUACAO-DIARIO.
           IF WS-DIARIO-ABERTO = "S"
               MOVE WS-PROF-ATUAL TO DIA-PROFESSOR
               MOVE WS-DATA-AULA TO DIA-DATA
               MOVE WS-SL-PERIODO(WS-IND-S) TO DIA-PERIODO
               READ ARQUIVO-DIARIO KEY IS DIA-CHAVE
                   INVALID KEY
                       MOVE "N" TO WS-SITUACAO-DIARIO
                   NOT INVALID KEY
                       IF DIA-CONTEUDO = SPACES
                           MOVE "B" TO WS-SITUACAO-DIARIO
                       ELSE
                           MOVE "S" TO WS-SITUACAO-DIARIO
                       END-IF
               END-READ
           END-IF.

       VERIFICAR-CHAMADA.
           MOVE "N" TO WS-TEM-CHAMADA.
           IF WS-CHAMADAS-ABERTO = "S"
               MOVE WS-SL-TURMA(WS-IND-S) TO CHA-TURMA
               MOVE WS-DATA-AULA TO CHA-DATA
               MOVE WS-SL-PERIODO(WS-IND-S) TO CHA-PERIODO
               READ ARQUIVO-CHAMADAS KEY IS CHA-CHAVE
                   INVALID KEY
                       MOVE "N" TO WS-TEM-CHAMADA
                   NOT INVALID KEY
                       MOVE "S" TO WS-TEM-CHAMADA
               END-READ
           END-IF.

       VERIFICAR-SUBSTITUICAO.
           MOVE "N" TO WS-TEM-SUBST.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-SB-QTD
               IF WS-SB-TITULAR(WS-IND) = WS-PROF-ATUAL
                       AND WS-SB-DATA(WS-IND) = WS-DATA-AULA
                       AND WS-SB-PERIODO(WS-IND) =
                           WS-SL-PERIODO(WS-IND-S)
                   MOVE "S" TO WS-TEM-SUBST
                   MOVE WS-SB-QTD TO WS-IND
               END-IF
           END-PERFORM.

       VERIFICAR-PERDIDA.
      * Situacao da aula perdida (P/C/R), espaco quando nao ha.
           MOVE SPACE TO WS-SITUACAO-PERDIDA.
           IF WS-PERDIDAS-ABERTO = "S"
               MOVE WS-PROF-ATUAL TO APL-PROFESSOR
               MOVE WS-DATA-AULA TO APL-DATA
               MOVE WS-SL-PERIODO(WS-IND-S) TO APL-PERIODO
               READ ARQUIVO-PERDIDAS KEY IS APL-CHAVE
                   INVALID KEY
                       MOVE SPACE TO WS-SITUACAO-PERDIDA
                   NOT INVALID KEY
                       MOVE APL-SITUACAO TO WS-SITUACAO-PERDIDA
               END-READ
           END-IF.

       LOCALIZAR-CARGA.
      * Acha (ou abre) a linha de carga da turma e disciplina do
      * encaixe; disciplina fora da matriz da serie fica com carga
      * exigida zero e marcada.
           MOVE ZERO TO WS-IND-CG.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CG-QTD
               IF WS-CG-TURMA(WS-IND) = WS-SL-TURMA(WS-IND-S)
                       AND WS-CG-DISCIPLINA(WS-IND) =
                           WS-SL-DISCIPLINA(WS-IND-S)
                   MOVE WS-IND TO WS-IND-CG
                   MOVE WS-CG-QTD TO WS-IND
               END-IF
           END-PERFORM.
           IF WS-IND-CG > ZERO OR WS-CG-QTD NOT < 800
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-SERIE-TURMA.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TU-QTD
               IF WS-TU-CODIGO(WS-IND) = WS-SL-TURMA(WS-IND-S)
                   MOVE WS-TU-SERIE(WS-IND) TO WS-SERIE-TURMA
                   MOVE WS-TU-QTD TO WS-IND
               END-IF
           END-PERFORM.
           ADD 1 TO WS-CG-QTD.
           MOVE WS-CG-QTD TO WS-IND-CG.
           MOVE WS-SL-TURMA(WS-IND-S) TO WS-CG-TURMA(WS-IND-CG).
           MOVE WS-SL-DISCIPLINA(WS-IND-S)
               TO WS-CG-DISCIPLINA(WS-IND-CG).
           MOVE "N" TO WS-CG-NA-MATRIZ(WS-IND-CG).
           MOVE ZERO TO WS-CG-EXIGIDAS(WS-IND-CG).
           MOVE ZERO TO WS-CG-PREVISTAS(WS-IND-CG).
           MOVE ZERO TO WS-CG-DADAS(WS-IND-CG).
           MOVE ZERO TO WS-CG-FUTURAS(WS-IND-CG).
           PERFORM VARYING WS-IND-M FROM 1 BY 1
                   UNTIL WS-IND-M > WS-MZ-QTD
               IF WS-MZ-SERIE(WS-IND-M) = WS-SERIE-TURMA
                       AND WS-MZ-NOME(WS-IND-M) =
                           WS-SL-DISCIPLINA(WS-IND-S)
                   MOVE "S" TO WS-CG-NA-MATRIZ(WS-IND-CG)
                   MOVE WS-MZ-AULAS(WS-IND-M) TO WS-AULAS-SEMANA
                   COMPUTE WS-CG-EXIGIDAS(WS-IND-CG) ROUNDED =
                       WS-AULAS-SEMANA * WS-DL-QTD / 5
                   MOVE WS-MZ-QTD TO WS-IND-M
               END-IF
           END-PERFORM.

       LOCALIZAR-PROF-TURMA.
           MOVE ZERO TO WS-IND-PT.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-PT-QTD
               IF WS-PT-TURMA(WS-IND) = WS-SL-TURMA(WS-IND-S)
                       AND WS-PT-DISCIPLINA(WS-IND) =
                           WS-SL-DISCIPLINA(WS-IND-S)
                   MOVE WS-IND TO WS-IND-PT
                   MOVE WS-PT-QTD TO WS-IND
               END-IF
           END-PERFORM.
           IF WS-IND-PT = ZERO AND WS-PT-QTD < 40
               ADD 1 TO WS-PT-QTD
               MOVE WS-PT-QTD TO WS-IND-PT
               MOVE WS-SL-TURMA(WS-IND-S) TO WS-PT-TURMA(WS-IND-PT)
               MOVE WS-SL-DISCIPLINA(WS-IND-S)
                   TO WS-PT-DISCIPLINA(WS-IND-PT)
               MOVE ZERO TO WS-PT-PREVISTAS(WS-IND-PT)
               MOVE ZERO TO WS-PT-DADAS(WS-IND-PT)
               MOVE ZERO TO WS-PT-LACUNAS(WS-IND-PT)
           END-IF.

       LISTAR-CABECALHO-PROF.
           IF WS-CABECALHO-PROF = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-CABECALHO-PROF.
           MOVE SPACES TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "PROFESSOR " WS-PROF-ATUAL
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       LISTAR-LACUNA.
           PERFORM LISTAR-CABECALHO-PROF.
           EVALUATE WS-SITUACAO-DIARIO
               WHEN "N"
                   MOVE "SEM DIARIO" TO WS-MARCA-DIARIO
               WHEN "B"
                   MOVE "DIARIO SEM CONTEUDO" TO WS-MARCA-DIARIO
               WHEN OTHER
                   MOVE SPACES TO WS-MARCA-DIARIO
           END-EVALUATE.
           IF WS-TEM-CHAMADA = "S"
               MOVE SPACES TO WS-MARCA-CHAMADA
           ELSE
               MOVE "SEM CHAMADA" TO WS-MARCA-CHAMADA
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  " WS-DATA-AULA " P" WS-SL-PERIODO(WS-IND-S)
                  " " WS-SL-TURMA(WS-IND-S)
                  " " WS-SL-DISCIPLINA(WS-IND-S)
                  " " WS-MARCA-DIARIO " " WS-MARCA-CHAMADA
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       LISTAR-SUBTOTAL-PROFESSOR.
           PERFORM LISTAR-CABECALHO-PROF.
           PERFORM VARYING WS-IND-PT FROM 1 BY 1
                   UNTIL WS-IND-PT > WS-PT-QTD
               MOVE WS-PT-PREVISTAS(WS-IND-PT) TO WS-ED-QTD
               MOVE WS-PT-DADAS(WS-IND-PT) TO WS-ED-QTD2
               MOVE WS-PT-LACUNAS(WS-IND-PT) TO WS-ED-QTD3
               MOVE SPACES TO WS-LINHA-REL
               STRING "  = " WS-PT-TURMA(WS-IND-PT)
                      " " WS-PT-DISCIPLINA(WS-IND-PT)
                      " PREV " WS-ED-QTD
                      " DADAS " WS-ED-QTD2
                      " LACUNAS " WS-ED-QTD3
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
           END-PERFORM.

       LISTAR-CARGA.
      * Projecao da carga anual: dadas ate o corte mais o que a
      * grade ainda preve no calendario. Abaixo da exigida, a turma
      * nao fecha a carga legal sem reposicao.
           MOVE SPACES TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "CARGA ANUAL POR TURMA E DISCIPLINA (EXIGIDA = "
                  "AULAS/SEMANA DA MATRIZ X SEMANAS LETIVAS)"
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TURMA      DISCIPLINA           "
                  "EXIG DADAS A DAR PROJ SITUACAO"
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           PERFORM VARYING WS-IND-CG FROM 1 BY 1
                   UNTIL WS-IND-CG > WS-CG-QTD
               PERFORM LISTAR-LINHA-CARGA
           END-PERFORM.

       LISTAR-LINHA-CARGA.
           COMPUTE WS-PROJETADAS = WS-CG-DADAS(WS-IND-CG)
               + WS-CG-FUTURAS(WS-IND-CG).
           MOVE SPACES TO WS-MARCA-CARGA.
           EVALUATE TRUE
               WHEN WS-CG-NA-MATRIZ(WS-IND-CG) = "N"
                   MOVE "SEM MATRIZ" TO WS-MARCA-CARGA
                   ADD 1 TO WS-TOTAL-SEM-MATRIZ
               WHEN WS-CG-PREVISTAS(WS-IND-CG) = ZERO
                       AND WS-CG-FUTURAS(WS-IND-CG) = ZERO
                       AND WS-CG-EXIGIDAS(WS-IND-CG) > ZERO
                   MOVE "FORA DA GRADE" TO WS-MARCA-CARGA
                   ADD 1 TO WS-TOTAL-FORA-GRADE
                   ADD 1 TO WS-TOTAL-ABAIXO
               WHEN WS-PROJETADAS < WS-CG-EXIGIDAS(WS-IND-CG)
                   MOVE "NAO ATINGE" TO WS-MARCA-CARGA
                   ADD 1 TO WS-TOTAL-ABAIXO
               WHEN OTHER
                   MOVE "OK" TO WS-MARCA-CARGA
           END-EVALUATE.
           MOVE WS-CG-EXIGIDAS(WS-IND-CG) TO WS-ED-QTD.
           MOVE WS-CG-DADAS(WS-IND-CG) TO WS-ED-QTD2.
           MOVE WS-CG-FUTURAS(WS-IND-CG) TO WS-ED-QTD3.
           MOVE WS-PROJETADAS TO WS-ED-QTD4.
           MOVE SPACES TO WS-LINHA-REL.
           STRING WS-CG-TURMA(WS-IND-CG)
                  " " WS-CG-DISCIPLINA(WS-IND-CG)
                  " " WS-ED-QTD "  " WS-ED-QTD2 "  " WS-ED-QTD3
                  " " WS-ED-QTD4 " " WS-MARCA-CARGA
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       LISTAR-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE WS-TOTAL-PREVISTAS TO WS-ED-TOTAL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "AULAS PREVISTAS ATE O CORTE:    " WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE WS-TOTAL-DADAS TO WS-ED-TOTAL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "AULAS DADAS:                    " WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE WS-TOTAL-LACUNAS TO WS-ED-TOTAL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "AULAS SEM DIARIO/CHAMADA:       " WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE WS-TOTAL-EXPLICADAS TO WS-ED-TOTAL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "EXPLICADAS (SUBST./PERDIDA):    " WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE WS-TOTAL-ABAIXO TO WS-ED-TOTAL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TURMA/DISCIPLINA ABAIXO DA CARGA:" WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE WS-TOTAL-FORA-GRADE TO WS-ED-TOTAL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  DAS QUAIS FORA DA GRADE:      " WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE WS-TOTAL-SEM-MATRIZ TO WS-ED-TOTAL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "NA GRADE SEM MATRIZ DA SERIE:   " WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
