       IDENTIFICATION DIVISION.
           PROGRAM-ID. ABRIRANOLETIVO.
           AUTHOR. Alexandre S S Alves.

      * Abertura de ano letivo: monta o ano novo a partir do ano que
      * se encerra, em vez de redigitar turma, preco e grade.
      * - Turmas: cada turma ativa do ano base em turmas.idx ganha
      *   uma copia no ano seguinte com a serie avancada, mesma
      *   sala, capacidade, regente e unidade. O codigo novo sai da
      *   regra de nomes: a serie no inicio do codigo ("5A" ou
      *   "05A") vira a serie nova e o ano com quatro digitos em
      *   qualquer posicao vira o ano novo ("5A-2024" -> "6A-2025").
      *   Turma da ultima serie (9) conclui e nao e copiada.
      * - Matriz: matriz_curricular.idx e por serie, sem ano, e
      *   segue valendo; aqui so se confere que toda serie das
      *   turmas novas tem matriz com carga semanal.
      * - Precos: a tabela do ano base em precos.idx e copiada para
      *   o ano novo com o percentual de reajuste, como o reajuste
      *   anual de PRECOS.cbl (preco ja existente no ano novo fica).
      * - Grade: grade_horaria.idx e copiada para o rascunho
      *   grade_rascunho.idx com os codigos novos das turmas, para
      *   revisao e publicacao em GERARGRADE.
      * O que precisa de mao (turma sem regente, regente ou
      * professor da grade inativado, serie sem turma ou sem
      * matriz, codigo que a regra nao deriva) sai na lista de
      * pendencias abertura_ano.rel. Cada abertura fica registrada
      * em abertura_ano.dat, e um ano ja aberto e recusado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CONTROLE ASSIGN TO "abertura_ano.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTL.
           SELECT ARQUIVO-TURMA ASSIGN TO "turmas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS WS-STATUS-TUR.
           SELECT ARQUIVO-PRECO ASSIGN TO "precos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-CHAVE
               FILE STATUS IS WS-STATUS-PRC.
           SELECT ARQUIVO-MATRIZ
               ASSIGN TO "matriz_curricular.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTZ-CHAVE
               FILE STATUS IS WS-STATUS-MTZ.
           SELECT ARQUIVO-PROFESSOR ASSIGN TO "professores.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-MATRICULA
               FILE STATUS IS WS-STATUS-PROF.
           SELECT ARQUIVO-GRADE ASSIGN TO "grade_horaria.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRH-CHAVE
               FILE STATUS IS WS-STATUS-GRH.
           SELECT ARQUIVO-RASCUNHO ASSIGN TO "grade_rascunho.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRR-CHAVE
               FILE STATUS IS WS-STATUS-GRR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CONTROLE.
       01 REG-ABERTURA.
           05 ABA-ANO-NOVO PIC 9(4).
           05 ABA-ANO-BASE PIC 9(4).
           05 ABA-DATA PIC 9(8).
           05 ABA-OPERADOR PIC X(8).
           05 ABA-TURMAS PIC 9(3).
           05 ABA-PRECOS PIC 9(3).
           05 ABA-AULAS PIC 9(5).

       FD  ARQUIVO-TURMA.
           COPY "RegistroTurma.cpy".

       FD  ARQUIVO-PRECO.
           COPY "RegistroPreco.cpy".

       FD  ARQUIVO-MATRIZ.
           COPY "RegistroMatriz.cpy".

       FD  ARQUIVO-PROFESSOR.
       01 REG-PROFESSOR.
           05 PRO-MATRICULA PIC X(8).
           05 PRO-NOME PIC X(30).
           05 PRO-STATUS PIC X(1).
               88 PRO-ATIVO   VALUE "A".
               88 PRO-INATIVO VALUE "I".
           05 PRO-DISCIPLINA PIC X(20).
           05 PRO-CARGA-HORARIA PIC 9(3).
           05 PRO-ANO-LETIVO PIC 9(4).
           05 PRO-UNIDADE PIC X(3).

       FD  ARQUIVO-GRADE.
           COPY "RegistroGradeHoraria.cpy".

       FD  ARQUIVO-RASCUNHO.
       01 REG-GRADE-RASCUNHO.
           05 GRR-CHAVE PIC X(11).
           05 GRR-RESTO PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CTL PIC X(2).
       01 WS-STATUS-TUR PIC X(2).
       01 WS-STATUS-PRC PIC X(2).
       01 WS-STATUS-MTZ PIC X(2).
       01 WS-STATUS-PROF PIC X(2).
       01 WS-STATUS-GRH PIC X(2).
       01 WS-STATUS-GRR PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-DATA-HORA PIC X(21).
       01 WS-ANO-BASE PIC 9(4).
       01 WS-ANO-BASE-X REDEFINES WS-ANO-BASE PIC X(4).
       01 WS-ANO-NOVO PIC 9(4).
       01 WS-ANO-NOVO-X REDEFINES WS-ANO-NOVO PIC X(4).
       01 WS-PERCENTUAL PIC 9(3)V9(2).
       01 WS-CONFIRMA PIC X.
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-JA-ABERTO PIC X.
       01 WS-ULTIMA-SERIE PIC 9(2) VALUE 9.
      * Turmas do ano base e o codigo novo de cada uma.
       01 WS-TAB-TURMAS.
           05 WS-TT-ENT OCCURS 100 TIMES.
               10 WS-TT-CODIGO PIC X(10).
               10 WS-TT-SERIE PIC 9(2).
               10 WS-TT-SALA PIC X(10).
               10 WS-TT-CAPACIDADE PIC 9(3).
               10 WS-TT-REGENTE PIC X(8).
               10 WS-TT-UNIDADE PIC X(3).
               10 WS-TT-CODIGO-NOVO PIC X(10).
               10 WS-TT-COPIADA PIC X.
       01 WS-TT-QTD PIC 9(3) VALUE ZERO.
      * Series com turma no ano base (B) e no ano novo (N).
       01 WS-TAB-SERIES.
           05 WS-SR-ENT OCCURS 9 TIMES.
               10 WS-SR-BASE PIC X.
               10 WS-SR-NOVO PIC X.
      * Precos do ano base.
       01 WS-TAB-PRECOS.
           05 WS-TB-ENT OCCURS 20 TIMES.
               10 WS-TB-SERIE PIC 9(2).
               10 WS-TB-VALOR PIC 9(5)V9(2).
       01 WS-TB-QTD PIC 9(2) VALUE ZERO.
      * Professores ja apontados como inativos na grade copiada.
       01 WS-TAB-INATIVOS.
           05 WS-IN-PROFESSOR PIC X(8) OCCURS 100 TIMES.
       01 WS-IN-QTD PIC 9(3) VALUE ZERO.
       01 WS-IND PIC 9(3).
       01 WS-IND-ACHADO PIC 9(3).
       01 WS-SERIE PIC 9(2).
       01 WS-SERIE-NOVA PIC 9(2).
       01 WS-SERIE-ED PIC 9(2).
       01 WS-SERIE-ED-X REDEFINES WS-SERIE-ED PIC X(2).
       01 WS-CODIGO-NOVO PIC X(10).
       01 WS-TEM-MATRIZ PIC X.
       01 WS-TEM-CARGA PIC X.
       01 WS-SITUACAO-PROF PIC X.
       01 WS-NA-MATRIZ PIC X.
       01 WS-TOT-TURMAS PIC 9(3) VALUE ZERO.
       01 WS-TOT-CONCLUINTES PIC 9(3) VALUE ZERO.
       01 WS-TOT-PRECOS PIC 9(3) VALUE ZERO.
       01 WS-TOT-PRECOS-EXISTIAM PIC 9(3) VALUE ZERO.
       01 WS-TOT-AULAS PIC 9(5) VALUE ZERO.
       01 WS-TOT-AULAS-FORA PIC 9(5) VALUE ZERO.
       01 WS-TOT-PENDENCIAS PIC 9(4) VALUE ZERO.
       01 WS-AULA-COPIADA.
           05 WS-AC-PROFESSOR PIC X(8).
           05 WS-AC-DIA PIC 9(1).
           05 WS-AC-PERIODO PIC 9(2).
           05 WS-AC-TURMA PIC X(10).
           05 WS-AC-DISCIPLINA PIC X(20).
       01 WS-ED-VALOR PIC ZZZZ9.99.
       01 WS-NOME-REL PIC X(30) VALUE "abertura_ano.rel".
       01 WS-TITULO-REL PIC X(40).
       01 WS-LINHA-REL PIC X(80).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "=========================================".
           DISPLAY "   Abertura de Ano Letivo".
           DISPLAY "=========================================".
           DISPLAY "Ano letivo que se encerra: ".
           ACCEPT WS-ANO-BASE.
           IF WS-ANO-BASE = ZERO
               DISPLAY "Ano invalido. Abortando."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-ANO-NOVO = WS-ANO-BASE + 1.
           PERFORM CONFERIR-ABERTURA.
           IF WS-JA-ABERTO = "S"
               DISPLAY "O ano " WS-ANO-NOVO " ja foi aberto em "
                   ABA-DATA " por " ABA-OPERADOR ". Abortando."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Percentual de reajuste dos precos (ex: 008.50): ".
           ACCEPT WS-PERCENTUAL.
           DISPLAY "Abrir o ano " WS-ANO-NOVO " a partir de "
               WS-ANO-BASE "? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Abertura cancelada."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CARREGAR-TURMAS-BASE.
           IF WS-TT-QTD = ZERO
               DISPLAY "Nenhuma turma ativa no ano " WS-ANO-BASE
                   ". Abortando."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-TITULO-REL.
           STRING "PENDENCIAS DA ABERTURA DO ANO " WS-ANO-NOVO
               DELIMITED BY SIZE INTO WS-TITULO-REL
           END-STRING.
           CALL "REL-ABRIR" USING WS-NOME-REL WS-TITULO-REL.
           PERFORM COPIAR-TURMAS.
           PERFORM CONFERIR-REGENTES.
           PERFORM CONFERIR-SERIES.
           PERFORM COPIAR-PRECOS.
           PERFORM COPIAR-GRADE.
           MOVE SPACES TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TURMAS COPIADAS " WS-TOT-TURMAS
                  "  PRECOS " WS-TOT-PRECOS
                  "  AULAS NO RASCUNHO " WS-TOT-AULAS
                  "  PENDENCIAS " WS-TOT-PENDENCIAS
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           CALL "REL-FECHAR".
           PERFORM REGISTRAR-ABERTURA.

           DISPLAY "-----------------------------------------".
           DISPLAY "Turmas copiadas para " WS-ANO-NOVO ": "
               WS-TOT-TURMAS.
           DISPLAY "Turmas concluintes (nao copiadas): "
               WS-TOT-CONCLUINTES.
           DISPLAY "Precos reajustados: " WS-TOT-PRECOS
               " (ja existiam: " WS-TOT-PRECOS-EXISTIAM ")".
           DISPLAY "Aulas no rascunho da grade: " WS-TOT-AULAS.
           DISPLAY "Pendencias: " WS-TOT-PENDENCIAS
               " (abertura_ano.rel)".
           DISPLAY "Revise e publique a grade em GERARGRADE.".
           DISPLAY "=========================================".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       CONFERIR-ABERTURA.
           MOVE "N" TO WS-JA-ABERTO.
           OPEN INPUT ARQUIVO-CONTROLE.
           IF WS-STATUS-CTL NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CONTROLE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF ABA-ANO-NOVO = WS-ANO-NOVO
                           MOVE "S" TO WS-JA-ABERTO
                           MOVE "S" TO WS-FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-CONTROLE.

       REGISTRAR-ABERTURA.
           OPEN EXTEND ARQUIVO-CONTROLE.
           IF WS-STATUS-CTL = "35"
               OPEN OUTPUT ARQUIVO-CONTROLE
           END-IF.
           MOVE WS-ANO-NOVO TO ABA-ANO-NOVO.
           MOVE WS-ANO-BASE TO ABA-ANO-BASE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO ABA-DATA.
           MOVE WS-OPERADOR-SESSAO TO ABA-OPERADOR.
           MOVE WS-TOT-TURMAS TO ABA-TURMAS.
           MOVE WS-TOT-PRECOS TO ABA-PRECOS.
           MOVE WS-TOT-AULAS TO ABA-AULAS.
           WRITE REG-ABERTURA.
           CLOSE ARQUIVO-CONTROLE.

       CARREGAR-TURMAS-BASE.
      * A lista do ano base e carregada antes de gravar, para a
      * varredura nao pegar as turmas que ela mesma cria.
           INITIALIZE WS-TAB-SERIES.
           OPEN INPUT ARQUIVO-TURMA.
           IF WS-STATUS-TUR NOT = "00"
               DISPLAY "turmas.idx indisponivel (STATUS="
                   WS-STATUS-TUR ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-TURMA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TUR-ATIVA AND TUR-ANO-LETIVO = WS-ANO-BASE
                               AND WS-TT-QTD < 100
                           PERFORM GUARDAR-TURMA-BASE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-TURMA.

       GUARDAR-TURMA-BASE.
           ADD 1 TO WS-TT-QTD.
           MOVE TUR-CODIGO TO WS-TT-CODIGO(WS-TT-QTD).
           MOVE TUR-SERIE TO WS-TT-SERIE(WS-TT-QTD).
           MOVE TUR-SALA TO WS-TT-SALA(WS-TT-QTD).
           MOVE TUR-CAPACIDADE TO WS-TT-CAPACIDADE(WS-TT-QTD).
           MOVE TUR-PROF-REGENTE TO WS-TT-REGENTE(WS-TT-QTD).
           MOVE TUR-UNIDADE TO WS-TT-UNIDADE(WS-TT-QTD).
           MOVE SPACES TO WS-TT-CODIGO-NOVO(WS-TT-QTD).
           MOVE "N" TO WS-TT-COPIADA(WS-TT-QTD).
           IF TUR-SERIE >= 1 AND TUR-SERIE <= 9
               MOVE "S" TO WS-SR-BASE(TUR-SERIE)
           END-IF.

       COPIAR-TURMAS.
           MOVE "TURMAS" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           OPEN I-O ARQUIVO-TURMA.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TT-QTD
               IF WS-TT-SERIE(WS-IND) >= WS-ULTIMA-SERIE
                   ADD 1 TO WS-TOT-CONCLUINTES
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "  " WS-TT-CODIGO(WS-IND)
                          " SERIE " WS-TT-SERIE(WS-IND)
                          " CONCLUI O CICLO - NAO COPIADA"
                          DELIMITED BY SIZE INTO WS-LINHA-REL
                   END-STRING
                   CALL "REL-LINHA" USING WS-LINHA-REL
               ELSE
                   PERFORM COPIAR-TURMA
               END-IF
           END-PERFORM.
           CLOSE ARQUIVO-TURMA.

       COPIAR-TURMA.
           COMPUTE WS-SERIE-NOVA = WS-TT-SERIE(WS-IND) + 1.
           PERFORM DERIVAR-CODIGO.
           IF WS-CODIGO-NOVO = WS-TT-CODIGO(WS-IND)
               MOVE SPACES TO WS-LINHA-REL
               STRING "  " WS-TT-CODIGO(WS-IND)
                      " CODIGO NOVO NAO DERIVAVEL PELA REGRA"
                      " - CADASTRAR A MAO"
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
               ADD 1 TO WS-TOT-PENDENCIAS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CODIGO-NOVO TO TUR-CODIGO.
           MOVE WS-ANO-NOVO TO TUR-ANO-LETIVO.
           MOVE WS-SERIE-NOVA TO TUR-SERIE.
           MOVE WS-TT-SALA(WS-IND) TO TUR-SALA.
           MOVE WS-TT-CAPACIDADE(WS-IND) TO TUR-CAPACIDADE.
           MOVE WS-TT-REGENTE(WS-IND) TO TUR-PROF-REGENTE.
           MOVE "A" TO TUR-STATUS.
           MOVE WS-TT-UNIDADE(WS-IND) TO TUR-UNIDADE.
           WRITE REG-TURMA
               INVALID KEY
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "  " WS-TT-CODIGO(WS-IND)
                          " CODIGO NOVO " WS-CODIGO-NOVO
                          " JA CADASTRADO - NAO COPIADA"
                          DELIMITED BY SIZE INTO WS-LINHA-REL
                   END-STRING
                   CALL "REL-LINHA" USING WS-LINHA-REL
                   ADD 1 TO WS-TOT-PENDENCIAS
               NOT INVALID KEY
                   MOVE WS-CODIGO-NOVO TO WS-TT-CODIGO-NOVO(WS-IND)
                   MOVE "S" TO WS-TT-COPIADA(WS-IND)
                   MOVE "S" TO WS-SR-NOVO(WS-SERIE-NOVA)
                   ADD 1 TO WS-TOT-TURMAS
           END-WRITE.

       DERIVAR-CODIGO.
      * Regra de nomes: serie no inicio do codigo (com ou sem zero
      * a esquerda) e ano de quatro digitos em qualquer posicao.
           MOVE WS-TT-CODIGO(WS-IND) TO WS-CODIGO-NOVO.
           MOVE WS-TT-SERIE(WS-IND) TO WS-SERIE-ED.
           IF WS-CODIGO-NOVO(1:2) = WS-SERIE-ED-X
               MOVE WS-SERIE-NOVA TO WS-SERIE-ED
               MOVE WS-SERIE-ED-X TO WS-CODIGO-NOVO(1:2)
           ELSE
               IF WS-CODIGO-NOVO(1:1) = WS-SERIE-ED-X(2:1)
                       AND WS-CODIGO-NOVO(2:1) IS NOT NUMERIC
                   MOVE WS-SERIE-NOVA TO WS-SERIE-ED
                   MOVE WS-SERIE-ED-X(2:1) TO WS-CODIGO-NOVO(1:1)
               END-IF
           END-IF.
           INSPECT WS-CODIGO-NOVO
               REPLACING ALL WS-ANO-BASE-X BY WS-ANO-NOVO-X.

       CONFERIR-REGENTES.
      * Turma nova sem regente, ou com regente que saiu do cadastro
      * ou foi inativado no ano que passou.
           OPEN INPUT ARQUIVO-PROFESSOR.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TT-QTD
               IF WS-TT-COPIADA(WS-IND) = "S"
                   PERFORM CONFERIR-REGENTE
               END-IF
           END-PERFORM.
           IF WS-STATUS-PROF = "00" OR WS-STATUS-PROF = "23"
               CLOSE ARQUIVO-PROFESSOR
           END-IF.

       CONFERIR-REGENTE.
           IF WS-TT-REGENTE(WS-IND) = SPACES
               MOVE SPACES TO WS-LINHA-REL
               STRING "  " WS-TT-CODIGO-NOVO(WS-IND)
                      " TURMA SEM PROFESSOR REGENTE"
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
               ADD 1 TO WS-TOT-PENDENCIAS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TT-REGENTE(WS-IND) TO PRO-MATRICULA.
           PERFORM SITUACAO-PROFESSOR.
           IF WS-SITUACAO-PROF NOT = "A"
               MOVE SPACES TO WS-LINHA-REL
               IF WS-SITUACAO-PROF = "I"
                   STRING "  " WS-TT-CODIGO-NOVO(WS-IND)
                          " REGENTE " WS-TT-REGENTE(WS-IND)
                          " INATIVADO - ESCOLHER OUTRO"
                          DELIMITED BY SIZE INTO WS-LINHA-REL
                   END-STRING
               ELSE
                   STRING "  " WS-TT-CODIGO-NOVO(WS-IND)
                          " REGENTE " WS-TT-REGENTE(WS-IND)
                          " FORA DO CADASTRO - ESCOLHER OUTRO"
                          DELIMITED BY SIZE INTO WS-LINHA-REL
                   END-STRING
               END-IF
               CALL "REL-LINHA" USING WS-LINHA-REL
               ADD 1 TO WS-TOT-PENDENCIAS
           END-IF.

       SITUACAO-PROFESSOR.
      * A = ativo, I = inativo, N = fora do cadastro; sem o arquivo
      * de professores nada e apontado.
           MOVE "A" TO WS-SITUACAO-PROF.
           READ ARQUIVO-PROFESSOR KEY IS PRO-MATRICULA
               INVALID KEY
                   MOVE "N" TO WS-SITUACAO-PROF
               NOT INVALID KEY
                   IF PRO-INATIVO
                       MOVE "I" TO WS-SITUACAO-PROF
                   END-IF
           END-READ.
           IF WS-STATUS-PROF NOT = "00" AND WS-STATUS-PROF NOT = "23"
               MOVE "A" TO WS-SITUACAO-PROF
           END-IF.

       CONFERIR-SERIES.
      * Serie do ano base que fica sem turma no ano novo (a de
      * entrada, tipicamente) e serie das turmas novas sem matriz
      * curricular ou com disciplina sem carga semanal.
           MOVE SPACES TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE "SERIES E MATRIZ CURRICULAR" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           OPEN INPUT ARQUIVO-MATRIZ.
           PERFORM VARYING WS-SERIE FROM 1 BY 1 UNTIL WS-SERIE > 9
               IF WS-SR-BASE(WS-SERIE) = "S"
                       AND WS-SR-NOVO(WS-SERIE) NOT = "S"
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "  SERIE " WS-SERIE " SEM TURMA NO ANO "
                          WS-ANO-NOVO " - CRIAR EM TURMAS"
                          DELIMITED BY SIZE INTO WS-LINHA-REL
                   END-STRING
                   CALL "REL-LINHA" USING WS-LINHA-REL
                   ADD 1 TO WS-TOT-PENDENCIAS
               END-IF
               IF WS-SR-NOVO(WS-SERIE) = "S"
                   PERFORM CONFERIR-MATRIZ-SERIE
               END-IF
           END-PERFORM.
           IF WS-STATUS-MTZ = "00" OR WS-STATUS-MTZ = "10"
                   OR WS-STATUS-MTZ = "23"
               CLOSE ARQUIVO-MATRIZ
           END-IF.

       CONFERIR-MATRIZ-SERIE.
           MOVE "N" TO WS-TEM-MATRIZ.
           MOVE "S" TO WS-TEM-CARGA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-SERIE TO MTZ-SERIE.
           MOVE LOW-VALUES TO MTZ-DISCIPLINA.
           START ARQUIVO-MATRIZ KEY IS >= MTZ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-MATRIZ NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF MTZ-SERIE NOT = WS-SERIE
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           MOVE "S" TO WS-TEM-MATRIZ
                           IF MTZ-AULAS-SEMANAIS = ZERO
                               MOVE "N" TO WS-TEM-CARGA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TEM-MATRIZ = "N"
               MOVE SPACES TO WS-LINHA-REL
               STRING "  SERIE " WS-SERIE
                      " SEM MATRIZ CURRICULAR CADASTRADA"
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
               ADD 1 TO WS-TOT-PENDENCIAS
           ELSE
               IF WS-TEM-CARGA = "N"
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "  SERIE " WS-SERIE
                          " MATRIZ COM DISCIPLINA SEM CARGA SEMANAL"
                          DELIMITED BY SIZE INTO WS-LINHA-REL
                   END-STRING
                   CALL "REL-LINHA" USING WS-LINHA-REL
                   ADD 1 TO WS-TOT-PENDENCIAS
               END-IF
           END-IF.

       COPIAR-PRECOS.
      * Mesmo desenho do reajuste anual de PRECOS.cbl: a tabela base
      * vai para a memoria e e regravada no ano novo com o
      * percentual; preco ja existente no ano novo nao e tocado.
           MOVE SPACES TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE "PRECOS" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           OPEN I-O ARQUIVO-PRECO.
           IF WS-STATUS-PRC = "35"
               OPEN OUTPUT ARQUIVO-PRECO
               CLOSE ARQUIVO-PRECO
               OPEN I-O ARQUIVO-PRECO
           END-IF.
           MOVE ZERO TO WS-TB-QTD.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-ANO-BASE TO PRC-ANO-LETIVO.
           MOVE ZERO TO PRC-SERIE.
           START ARQUIVO-PRECO KEY IS >= PRC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-PRECO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF PRC-ANO-LETIVO NOT = WS-ANO-BASE
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF WS-TB-QTD < 20
                               ADD 1 TO WS-TB-QTD
                               MOVE PRC-SERIE
                                   TO WS-TB-SERIE(WS-TB-QTD)
                               MOVE PRC-VALOR
                                   TO WS-TB-VALOR(WS-TB-QTD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TB-QTD
               MOVE WS-ANO-NOVO TO PRC-ANO-LETIVO
               MOVE WS-TB-SERIE(WS-IND) TO PRC-SERIE
               COMPUTE PRC-VALOR ROUNDED =
                   WS-TB-VALOR(WS-IND)
                   * (100 + WS-PERCENTUAL) / 100
               WRITE REG-PRECO
                   INVALID KEY
                       ADD 1 TO WS-TOT-PRECOS-EXISTIAM
                   NOT INVALID KEY
                       ADD 1 TO WS-TOT-PRECOS
               END-WRITE
           END-PERFORM.
      * Serie com turma no ano novo e sem preco: a geracao de
      * cobrancas nao tera como precificar os alunos dela.
           PERFORM VARYING WS-SERIE FROM 1 BY 1 UNTIL WS-SERIE > 9
               IF WS-SR-NOVO(WS-SERIE) = "S"
                   MOVE WS-ANO-NOVO TO PRC-ANO-LETIVO
                   MOVE WS-SERIE TO PRC-SERIE
                   READ ARQUIVO-PRECO KEY IS PRC-CHAVE
                       INVALID KEY
                           MOVE SPACES TO WS-LINHA-REL
                           STRING "  SERIE " WS-SERIE
                                  " SEM PRECO NO ANO " WS-ANO-NOVO
                                  " - CADASTRAR EM PRECOS"
                                  DELIMITED BY SIZE INTO WS-LINHA-REL
                           END-STRING
                           CALL "REL-LINHA" USING WS-LINHA-REL
                           ADD 1 TO WS-TOT-PENDENCIAS
                       NOT INVALID KEY
                           MOVE PRC-VALOR TO WS-ED-VALOR
                           MOVE SPACES TO WS-LINHA-REL
                           STRING "  SERIE " WS-SERIE " ANO "
                                  WS-ANO-NOVO " R$ " WS-ED-VALOR
                                  DELIMITED BY SIZE INTO WS-LINHA-REL
                           END-STRING
                           CALL "REL-LINHA" USING WS-LINHA-REL
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE ARQUIVO-PRECO.

       COPIAR-GRADE.
      * A grade oficial e copiada para o rascunho com o codigo novo
      * de cada turma; aula de turma concluinte ou nao copiada fica
      * de fora. Aula com professor inativado ou com disciplina fora
      * da matriz da serie nova vai para as pendencias.
           MOVE SPACES TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE "GRADE DE HORARIOS (RASCUNHO)" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           OPEN INPUT ARQUIVO-GRADE.
           IF WS-STATUS-GRH NOT = "00"
               MOVE "  GRADE OFICIAL INDISPONIVEL - NADA COPIADO"
                   TO WS-LINHA-REL
               CALL "REL-LINHA" USING WS-LINHA-REL
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-RASCUNHO.
           OPEN INPUT ARQUIVO-PROFESSOR.
           OPEN INPUT ARQUIVO-MATRIZ.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-GRADE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM COPIAR-AULA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-GRADE.
           CLOSE ARQUIVO-RASCUNHO.
           CLOSE ARQUIVO-PROFESSOR.
           CLOSE ARQUIVO-MATRIZ.
           IF WS-TOT-AULAS-FORA > ZERO
               MOVE SPACES TO WS-LINHA-REL
               STRING "  AULAS FORA DA MATRIZ DA SERIE NOVA: "
                      WS-TOT-AULAS-FORA " - REVISAR O RASCUNHO"
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
               ADD 1 TO WS-TOT-PENDENCIAS
           END-IF.

       COPIAR-AULA.
           MOVE ZERO TO WS-IND-ACHADO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TT-QTD
               IF WS-TT-CODIGO(WS-IND) = GRH-TURMA
                       AND WS-TT-COPIADA(WS-IND) = "S"
                   MOVE WS-IND TO WS-IND-ACHADO
                   MOVE WS-TT-QTD TO WS-IND
               END-IF
           END-PERFORM.
           IF WS-IND-ACHADO = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE GRH-PROFESSOR TO WS-AC-PROFESSOR.
           MOVE GRH-DIA TO WS-AC-DIA.
           MOVE GRH-PERIODO TO WS-AC-PERIODO.
           MOVE WS-TT-CODIGO-NOVO(WS-IND-ACHADO) TO WS-AC-TURMA.
           MOVE GRH-DISCIPLINA TO WS-AC-DISCIPLINA.
           MOVE WS-AULA-COPIADA TO REG-GRADE-RASCUNHO.
           WRITE REG-GRADE-RASCUNHO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-AULAS
           END-WRITE.
           COMPUTE WS-SERIE = WS-TT-SERIE(WS-IND-ACHADO) + 1.
           PERFORM CONFERIR-DISCIPLINA-AULA.
           PERFORM CONFERIR-PROFESSOR-AULA.

       CONFERIR-DISCIPLINA-AULA.
      * A grade guarda a disciplina pelo nome oficial ou pelo
      * codigo; vale qualquer dos dois na matriz da serie nova.
           MOVE "N" TO WS-NA-MATRIZ.
           IF WS-AC-DISCIPLINA(6:15) = SPACES
               MOVE WS-SERIE TO MTZ-SERIE
               MOVE WS-AC-DISCIPLINA TO MTZ-DISCIPLINA
               READ ARQUIVO-MATRIZ KEY IS MTZ-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-NA-MATRIZ
               END-READ
           END-IF.
           IF WS-NA-MATRIZ = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SERIE TO MTZ-SERIE.
           MOVE LOW-VALUES TO MTZ-DISCIPLINA.
           START ARQUIVO-MATRIZ KEY IS >= MTZ-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM PROCURAR-NOME-MATRIZ
           END-START.
           IF WS-NA-MATRIZ = "N"
               ADD 1 TO WS-TOT-AULAS-FORA
           END-IF.

       PROCURAR-NOME-MATRIZ.
           MOVE "N" TO WS-CONFIRMA.
           PERFORM UNTIL WS-CONFIRMA = "S"
               READ ARQUIVO-MATRIZ NEXT RECORD
                   AT END
                       MOVE "S" TO WS-CONFIRMA
                   NOT AT END
                       IF MTZ-SERIE NOT = WS-SERIE
                           MOVE "S" TO WS-CONFIRMA
                       ELSE
                           IF MTZ-NOME-DISCIPLINA = WS-AC-DISCIPLINA
                               MOVE "S" TO WS-NA-MATRIZ
                               MOVE "S" TO WS-CONFIRMA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CONFERIR-PROFESSOR-AULA.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-IN-QTD
               IF WS-IN-PROFESSOR(WS-IND) = WS-AC-PROFESSOR
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE WS-AC-PROFESSOR TO PRO-MATRICULA.
           PERFORM SITUACAO-PROFESSOR.
           IF WS-SITUACAO-PROF NOT = "A" AND WS-IN-QTD < 100
               ADD 1 TO WS-IN-QTD
               MOVE WS-AC-PROFESSOR TO WS-IN-PROFESSOR(WS-IN-QTD)
               MOVE SPACES TO WS-LINHA-REL
               STRING "  PROFESSOR " WS-AC-PROFESSOR
                      " INATIVO OU FORA DO CADASTRO COM AULAS NO"
                      " RASCUNHO - REATRIBUIR"
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
               ADD 1 TO WS-TOT-PENDENCIAS
           END-IF.
