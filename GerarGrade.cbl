       IDENTIFICATION DIVISION.
           PROGRAM-ID. GERARGRADE.
           AUTHOR. Alexandre S S Alves.

      * Gerador da grade de horarios a partir da matriz curricular,
      * no lugar da montagem aula a aula em GRADEHORARIA todo
      * janeiro. Para cada turma ativa de turmas.idx toma as
      * disciplinas da serie em matriz_curricular.idx com a carga
      * semanal, o professor atribuido a turma/disciplina em
      * atribuicao_aulas.idx (sem atribuicao, o regente da turma),
      * a disponibilidade declarada do professor em
      * disponibilidade.idx e a sala da turma, e distribui as aulas
      * na semana sem choque de professor, de turma ou de sala,
      * espalhando a mesma disciplina por dias diferentes antes de
      * repetir o dia. Professores com disponibilidade declarada
      * sao encaixados primeiro, por terem menos saida.
      * O resultado vai para o rascunho grade_rascunho.idx, no
      * layout de grade_horaria.idx, com o relatorio
      * grade_rascunho.rel (grade proposta por turma e aulas nao
      * alocadas com o motivo). A grade oficial so e trocada na
      * publicacao, que guarda a grade anterior em
      * grade_horaria_anterior.dat. O rascunho tambem pode vir da
      * abertura do ano (ABRIRANOLETIVO), que copia a grade do ano
      * que se encerra com os codigos novos das turmas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ATRIBUICAO ASSIGN TO "atribuicao_aulas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WS-STATUS-ATR.
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
           SELECT ARQUIVO-PROFESSOR ASSIGN TO "professores.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-MATRICULA
               FILE STATUS IS WS-STATUS-PROF.
           SELECT ARQUIVO-DISPONIB
               ASSIGN TO "disponibilidade.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CHAVE
               FILE STATUS IS WS-STATUS-DSP.
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
           SELECT ARQUIVO-ANTERIOR
               ASSIGN TO "grade_horaria_anterior.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ANT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ATRIBUICAO.
           COPY "RegistroAtribuicao.cpy".

       FD  ARQUIVO-TURMA.
           COPY "RegistroTurma.cpy".

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

       FD  ARQUIVO-DISPONIB.
           COPY "RegistroDisponibilidade.cpy".

       FD  ARQUIVO-GRADE.
           COPY "RegistroGradeHoraria.cpy".

       FD  ARQUIVO-RASCUNHO.
       01 REG-GRADE-RASCUNHO.
           05 GRR-CHAVE PIC X(11).
           05 GRR-RESTO PIC X(30).

       FD  ARQUIVO-ANTERIOR.
       01 LINHA-ANTERIOR PIC X(41).

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-ATR PIC X(2).
       01 WS-STATUS-TUR PIC X(2).
       01 WS-STATUS-MTZ PIC X(2).
       01 WS-STATUS-PROF PIC X(2).
       01 WS-STATUS-DSP PIC X(2).
       01 WS-STATUS-GRH PIC X(2).
       01 WS-STATUS-GRR PIC X(2).
       01 WS-STATUS-ANT PIC X(2).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-TURMA PIC X(10).
       01 WS-CODIGO PIC X(5).
       01 WS-PROFESSOR PIC X(8).
       01 WS-SERIE PIC 9(2).
       01 WS-TOTAL-LISTADO PIC 9(5).
       01 WS-TOTAL-COPIADO PIC 9(5).
      * Semana de trabalho do gerador.
       01 WS-DIAS-SEMANA PIC 9(1).
       01 WS-PERIODOS-DIA PIC 9(2).
      * Turmas ativas e salas distintas.
       01 WS-TAB-TURMAS.
           05 WS-TT-ENT OCCURS 100 TIMES.
               10 WS-TT-CODIGO PIC X(10).
               10 WS-TT-SERIE PIC 9(2).
               10 WS-TT-REGENTE PIC X(8).
               10 WS-TT-SALA-IND PIC 9(3).
       01 WS-TT-QTD PIC 9(3) VALUE ZERO.
       01 WS-TAB-SALAS.
           05 WS-SL-SALA PIC X(10) OCCURS 100 TIMES.
       01 WS-SL-QTD PIC 9(3) VALUE ZERO.
      * Matriz curricular inteira.
       01 WS-TAB-MATRIZ.
           05 WS-MZ-ENT OCCURS 300 TIMES.
               10 WS-MZ-SERIE PIC 9(2).
               10 WS-MZ-DISCIPLINA PIC X(5).
               10 WS-MZ-NOME PIC X(20).
               10 WS-MZ-AULAS PIC 9(2).
       01 WS-MZ-QTD PIC 9(3) VALUE ZERO.
      * Atribuicoes turma/disciplina -> professor.
       01 WS-TAB-ATRIB.
           05 WS-AB-ENT OCCURS 600 TIMES.
               10 WS-AB-TURMA PIC X(10).
               10 WS-AB-DISCIPLINA PIC X(5).
               10 WS-AB-PROFESSOR PIC X(8).
       01 WS-AB-QTD PIC 9(3) VALUE ZERO.
      * Professores envolvidos, com a disponibilidade declarada
      * (S = pode dar aula no dia/periodo) e a ocupacao da semana.
       01 WS-TAB-PROFS.
           05 WS-PF-ENT OCCURS 100 TIMES.
               10 WS-PF-PROFESSOR PIC X(8).
               10 WS-PF-SITUACAO PIC X.
               10 WS-PF-DECLAROU PIC X.
               10 WS-PF-DIA OCCURS 6 TIMES.
                   15 WS-PF-PER OCCURS 10 TIMES.
                       20 WS-PF-DISPONIVEL PIC X.
                       20 WS-PF-OCUPADO PIC X.
       01 WS-PF-QTD PIC 9(3) VALUE ZERO.
      * Ocupacao da semana por turma (numero da demanda alocada) e
      * por sala.
       01 WS-TAB-OCUP-TURMA.
           05 WS-OT-ENT OCCURS 100 TIMES.
               10 WS-OT-DIA OCCURS 6 TIMES.
                   15 WS-OT-DEMANDA PIC 9(3) OCCURS 10 TIMES.
       01 WS-TAB-OCUP-SALA.
           05 WS-OS-ENT OCCURS 100 TIMES.
               10 WS-OS-DIA OCCURS 6 TIMES.
                   15 WS-OS-OCUPADA PIC X OCCURS 10 TIMES.
      * Demandas: cada turma x disciplina da matriz da serie.
       01 WS-TAB-DEMANDAS.
           05 WS-DM-ENT OCCURS 800 TIMES.
               10 WS-DM-TURMA-IND PIC 9(3).
               10 WS-DM-MATRIZ-IND PIC 9(3).
               10 WS-DM-PROF-IND PIC 9(3).
               10 WS-DM-AULAS PIC 9(2).
               10 WS-DM-ALOCADAS PIC 9(2).
               10 WS-DM-MOTIVO PIC X(40).
       01 WS-DM-QTD PIC 9(3) VALUE ZERO.
       01 WS-IND PIC 9(3).
       01 WS-IND-T PIC 9(3).
       01 WS-IND-M PIC 9(3).
       01 WS-IND-D PIC 9(3).
       01 WS-IND-P PIC 9(3).
       01 WS-IND-S PIC 9(3).
       01 WS-IND-ACHADO PIC 9(3).
       01 WS-DIA PIC 9(1).
       01 WS-PERIODO PIC 9(2).
       01 WS-CONT-DIA PIC 9(1).
       01 WS-AULA PIC 9(2).
       01 WS-RODADA PIC 9(1).
       01 WS-PASSADA PIC 9(1).
       01 WS-ALOCADA PIC X.
       01 WS-DIA-COM-DISCIPLINA PIC X.
       01 WS-PER-AUX PIC 9(2).
       01 WS-TEM-PROF-LIVRE PIC X.
       01 WS-TEM-TURMA-LIVRE PIC X.
       01 WS-TEM-HORARIO-COMUM PIC X.
       01 WS-TOT-AULAS PIC 9(5).
       01 WS-TOT-ALOCADAS PIC 9(5).
       01 WS-TOT-NAO-ALOCADAS PIC 9(5).
       01 WS-FALTAM PIC 9(2).
       01 WS-NOME-DIA PIC X(8).
      * Aula montada para o rascunho, no layout da grade oficial.
       01 WS-AULA-GERADA.
           05 WS-AG-PROFESSOR PIC X(8).
           05 WS-AG-DIA PIC 9(1).
           05 WS-AG-PERIODO PIC 9(2).
           05 WS-AG-TURMA PIC X(10).
           05 WS-AG-DISCIPLINA PIC X(20).
       01 WS-NOME-REL PIC X(30) VALUE "grade_rascunho.rel".
       01 WS-TITULO-REL PIC X(40)
           VALUE "RASCUNHO DA GRADE DE HORARIOS".
       01 WS-LINHA-REL PIC X(80).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "-----------------------------------".
           DISPLAY "   Gerador de Grade de Horarios    ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Atribuir Professor a Turma    ".
           DISPLAY "2 -  Listar Atribuicoes            ".
           DISPLAY "3 -  Gerar Rascunho da Grade       ".
           DISPLAY "4 -  Publicar Rascunho na Grade    ".
           DISPLAY "5 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM ATRIBUIR-PROFESSOR
               WHEN 2
                   PERFORM LISTAR-ATRIBUICOES
               WHEN 3
                   PERFORM GERAR-RASCUNHO
               WHEN 4
                   PERFORM PUBLICAR-RASCUNHO
               WHEN 5
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

       ABRIR-ATRIBUICAO.
           OPEN I-O ARQUIVO-ATRIBUICAO.
           EVALUATE WS-STATUS-ATR
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-ATRIBUICAO
                   CLOSE ARQUIVO-ATRIBUICAO
                   OPEN I-O ARQUIVO-ATRIBUICAO
               WHEN OTHER
                   DISPLAY "Erro ao abrir atribuicao_aulas.idx. "
                       "STATUS=" WS-STATUS-ATR
           END-EVALUATE.

       ATRIBUIR-PROFESSOR.
      * Grava ou troca o professor da disciplina na turma; matricula
      * em branco remove a atribuicao (a disciplina volta para o
      * regente da turma).
           DISPLAY "Turma: ".
           ACCEPT WS-TURMA.
           OPEN INPUT ARQUIVO-TURMA.
           IF WS-STATUS-TUR NOT = "00"
               DISPLAY "turmas.idx indisponivel (STATUS="
                   WS-STATUS-TUR ")."
               PERFORM PRINCIPAL
           END-IF.
           MOVE WS-TURMA TO TUR-CODIGO.
           READ ARQUIVO-TURMA KEY IS TUR-CODIGO
               INVALID KEY
                   DISPLAY "Erro: turma nao cadastrada."
                   CLOSE ARQUIVO-TURMA
                   PERFORM PRINCIPAL
           END-READ.
           CLOSE ARQUIVO-TURMA.
           MOVE TUR-SERIE TO WS-SERIE.
           DISPLAY "Codigo da disciplina: ".
           ACCEPT WS-CODIGO.
           OPEN INPUT ARQUIVO-MATRIZ.
           IF WS-STATUS-MTZ NOT = "00"
               DISPLAY "matriz_curricular.idx indisponivel (STATUS="
                   WS-STATUS-MTZ ")."
               PERFORM PRINCIPAL
           END-IF.
           MOVE WS-SERIE TO MTZ-SERIE.
           MOVE WS-CODIGO TO MTZ-DISCIPLINA.
           READ ARQUIVO-MATRIZ KEY IS MTZ-CHAVE
               INVALID KEY
                   DISPLAY "Erro: disciplina fora da matriz da serie "
                       WS-SERIE "."
                   CLOSE ARQUIVO-MATRIZ
                   PERFORM PRINCIPAL
           END-READ.
           CLOSE ARQUIVO-MATRIZ.
           DISPLAY "Disciplina: " MTZ-NOME-DISCIPLINA.
           DISPLAY "Matricula do professor (em branco = remover): ".
           MOVE SPACES TO WS-PROFESSOR.
           ACCEPT WS-PROFESSOR.
           IF WS-PROFESSOR NOT = SPACES
               OPEN INPUT ARQUIVO-PROFESSOR
               IF WS-STATUS-PROF NOT = "00"
                   DISPLAY "professores.idx indisponivel (STATUS="
                       WS-STATUS-PROF ")."
                   PERFORM PRINCIPAL
               END-IF
               MOVE WS-PROFESSOR TO PRO-MATRICULA
               READ ARQUIVO-PROFESSOR KEY IS PRO-MATRICULA
                   INVALID KEY
                       DISPLAY "Erro: professor nao encontrado."
                       CLOSE ARQUIVO-PROFESSOR
                       PERFORM PRINCIPAL
               END-READ
               CLOSE ARQUIVO-PROFESSOR
               IF PRO-INATIVO
                   DISPLAY "Erro: professor inativo."
                   PERFORM PRINCIPAL
               END-IF
               DISPLAY "Professor: " PRO-NOME
           END-IF.
           PERFORM ABRIR-ATRIBUICAO.
           MOVE WS-TURMA TO ATR-TURMA.
           MOVE WS-CODIGO TO ATR-DISCIPLINA.
           READ ARQUIVO-ATRIBUICAO KEY IS ATR-CHAVE
               INVALID KEY
                   IF WS-PROFESSOR = SPACES
                       DISPLAY "Nao havia atribuicao para remover."
                   ELSE
                       MOVE WS-PROFESSOR TO ATR-PROFESSOR
                       WRITE REG-ATRIBUICAO
                       DISPLAY "Atribuicao gravada."
                   END-IF
               NOT INVALID KEY
                   IF WS-PROFESSOR = SPACES
                       DELETE ARQUIVO-ATRIBUICAO
                       DISPLAY "Atribuicao removida."
                   ELSE
                       MOVE WS-PROFESSOR TO ATR-PROFESSOR
                       REWRITE REG-ATRIBUICAO
                       DISPLAY "Atribuicao alterada."
                   END-IF
           END-READ.
           CLOSE ARQUIVO-ATRIBUICAO.
           PERFORM PRINCIPAL.

       LISTAR-ATRIBUICOES.
           MOVE ZERO TO WS-TOTAL-LISTADO.
           PERFORM ABRIR-ATRIBUICAO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ATRIBUICAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LISTADO
                       DISPLAY "Turma " ATR-TURMA " disciplina "
                           ATR-DISCIPLINA " professor "
                           ATR-PROFESSOR
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ATRIBUICAO.
           DISPLAY "Total de atribuicoes: " WS-TOTAL-LISTADO.
           PERFORM PRINCIPAL.

       GERAR-RASCUNHO.
           DISPLAY "Dias de aula na semana (5 ou 6): ".
           ACCEPT WS-DIAS-SEMANA.
           IF WS-DIAS-SEMANA NOT = 6
               MOVE 5 TO WS-DIAS-SEMANA
           END-IF.
           DISPLAY "Periodos por dia (1 a 10): ".
           ACCEPT WS-PERIODOS-DIA.
           IF WS-PERIODOS-DIA = ZERO OR WS-PERIODOS-DIA > 10
               MOVE 5 TO WS-PERIODOS-DIA
           END-IF.
           MOVE ZERO TO WS-TT-QTD WS-SL-QTD WS-MZ-QTD WS-AB-QTD
               WS-PF-QTD WS-DM-QTD.
           INITIALIZE WS-TAB-OCUP-TURMA.
           INITIALIZE WS-TAB-OCUP-SALA.
           PERFORM CARREGAR-TURMAS.
           IF WS-TT-QTD = ZERO
               DISPLAY "Nenhuma turma ativa em turmas.idx."
               PERFORM PRINCIPAL
           END-IF.
           PERFORM CARREGAR-MATRIZ.
           IF WS-MZ-QTD = ZERO
               DISPLAY "Matriz curricular vazia."
               PERFORM PRINCIPAL
           END-IF.
           PERFORM CARREGAR-ATRIBUICOES.
           PERFORM MONTAR-DEMANDAS.
           PERFORM CONFERIR-PROFESSORES.
           PERFORM CARREGAR-DISPONIBILIDADE.
      * Rodada 1: professores com disponibilidade declarada; rodada
      * 2: os livres, que cabem em qualquer horario que sobrar.
           PERFORM VARYING WS-RODADA FROM 1 BY 1 UNTIL WS-RODADA > 2
               PERFORM VARYING WS-IND-D FROM 1 BY 1
                       UNTIL WS-IND-D > WS-DM-QTD
                   IF WS-DM-MOTIVO(WS-IND-D) = SPACES
                       MOVE WS-DM-PROF-IND(WS-IND-D) TO WS-IND-P
                       IF (WS-RODADA = 1
                               AND WS-PF-DECLAROU(WS-IND-P) = "S")
                         OR (WS-RODADA = 2
                               AND WS-PF-DECLAROU(WS-IND-P) NOT = "S")
                           PERFORM ALOCAR-DEMANDA
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM GRAVAR-RASCUNHO.
           PERFORM EMITIR-RELATORIO.
           DISPLAY "Aulas exigidas pela matriz: " WS-TOT-AULAS.
           DISPLAY "Aulas alocadas no rascunho: " WS-TOT-ALOCADAS.
           DISPLAY "Aulas nao alocadas:         " WS-TOT-NAO-ALOCADAS.
           DISPLAY "Rascunho em grade_rascunho.idx; revise "
               "grade_rascunho.rel antes de publicar.".
           PERFORM PRINCIPAL.

       CARREGAR-TURMAS.
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
                       IF TUR-ATIVA AND WS-TT-QTD < 100
                           ADD 1 TO WS-TT-QTD
                           MOVE TUR-CODIGO TO WS-TT-CODIGO(WS-TT-QTD)
                           MOVE TUR-SERIE TO WS-TT-SERIE(WS-TT-QTD)
                           MOVE TUR-PROF-REGENTE
                               TO WS-TT-REGENTE(WS-TT-QTD)
                           PERFORM REGISTRAR-SALA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-TURMA.

       REGISTRAR-SALA.
      * Turma sem sala declarada nao disputa sala com ninguem.
           MOVE ZERO TO WS-TT-SALA-IND(WS-TT-QTD).
           IF TUR-SALA = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-IND-ACHADO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-SL-QTD
               IF WS-SL-SALA(WS-IND) = TUR-SALA
                   MOVE WS-IND TO WS-IND-ACHADO
                   MOVE WS-SL-QTD TO WS-IND
               END-IF
           END-PERFORM.
           IF WS-IND-ACHADO = ZERO AND WS-SL-QTD < 100
               ADD 1 TO WS-SL-QTD
               MOVE TUR-SALA TO WS-SL-SALA(WS-SL-QTD)
               MOVE WS-SL-QTD TO WS-IND-ACHADO
           END-IF.
           MOVE WS-IND-ACHADO TO WS-TT-SALA-IND(WS-TT-QTD).

       CARREGAR-MATRIZ.
           OPEN INPUT ARQUIVO-MATRIZ.
           IF WS-STATUS-MTZ NOT = "00"
               DISPLAY "matriz_curricular.idx indisponivel (STATUS="
                   WS-STATUS-MTZ ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-MATRIZ NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF WS-MZ-QTD < 300
                           ADD 1 TO WS-MZ-QTD
                           MOVE MTZ-SERIE TO WS-MZ-SERIE(WS-MZ-QTD)
                           MOVE MTZ-DISCIPLINA
                               TO WS-MZ-DISCIPLINA(WS-MZ-QTD)
                           MOVE MTZ-NOME-DISCIPLINA
                               TO WS-MZ-NOME(WS-MZ-QTD)
                           MOVE MTZ-AULAS-SEMANAIS
                               TO WS-MZ-AULAS(WS-MZ-QTD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-MATRIZ.

       CARREGAR-ATRIBUICOES.
           OPEN INPUT ARQUIVO-ATRIBUICAO.
           IF WS-STATUS-ATR NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ATRIBUICAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF WS-AB-QTD < 600
                           ADD 1 TO WS-AB-QTD
                           MOVE ATR-TURMA TO WS-AB-TURMA(WS-AB-QTD)
                           MOVE ATR-DISCIPLINA
                               TO WS-AB-DISCIPLINA(WS-AB-QTD)
                           MOVE ATR-PROFESSOR
                               TO WS-AB-PROFESSOR(WS-AB-QTD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ATRIBUICAO.

       MONTAR-DEMANDAS.
           PERFORM VARYING WS-IND-T FROM 1 BY 1
                   UNTIL WS-IND-T > WS-TT-QTD
               PERFORM VARYING WS-IND-M FROM 1 BY 1
                       UNTIL WS-IND-M > WS-MZ-QTD
                   IF WS-MZ-SERIE(WS-IND-M) = WS-TT-SERIE(WS-IND-T)
                           AND WS-DM-QTD < 800
                       PERFORM INCLUIR-DEMANDA
                   END-IF
               END-PERFORM
           END-PERFORM.

       INCLUIR-DEMANDA.
           ADD 1 TO WS-DM-QTD.
           MOVE WS-IND-T TO WS-DM-TURMA-IND(WS-DM-QTD).
           MOVE WS-IND-M TO WS-DM-MATRIZ-IND(WS-DM-QTD).
           MOVE WS-MZ-AULAS(WS-IND-M) TO WS-DM-AULAS(WS-DM-QTD).
           MOVE ZERO TO WS-DM-ALOCADAS(WS-DM-QTD).
           MOVE ZERO TO WS-DM-PROF-IND(WS-DM-QTD).
           MOVE SPACES TO WS-DM-MOTIVO(WS-DM-QTD).
           MOVE WS-TT-REGENTE(WS-IND-T) TO WS-PROFESSOR.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-AB-QTD
               IF WS-AB-TURMA(WS-IND) = WS-TT-CODIGO(WS-IND-T)
                       AND WS-AB-DISCIPLINA(WS-IND) =
                           WS-MZ-DISCIPLINA(WS-IND-M)
                   MOVE WS-AB-PROFESSOR(WS-IND) TO WS-PROFESSOR
                   MOVE WS-AB-QTD TO WS-IND
               END-IF
           END-PERFORM.
           IF WS-MZ-AULAS(WS-IND-M) = ZERO
               MOVE "MATRIZ SEM CARGA SEMANAL"
                   TO WS-DM-MOTIVO(WS-DM-QTD)
               EXIT PARAGRAPH
           END-IF.
           IF WS-PROFESSOR = SPACES
               MOVE "SEM PROFESSOR ATRIBUIDO"
                   TO WS-DM-MOTIVO(WS-DM-QTD)
               EXIT PARAGRAPH
           END-IF.
           PERFORM REGISTRAR-PROFESSOR.
           IF WS-IND-ACHADO = ZERO
               MOVE "LIMITE DE PROFESSORES DO GERADOR"
                   TO WS-DM-MOTIVO(WS-DM-QTD)
           ELSE
               MOVE WS-IND-ACHADO TO WS-DM-PROF-IND(WS-DM-QTD)
           END-IF.

       REGISTRAR-PROFESSOR.
           MOVE ZERO TO WS-IND-ACHADO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-PF-QTD
               IF WS-PF-PROFESSOR(WS-IND) = WS-PROFESSOR
                   MOVE WS-IND TO WS-IND-ACHADO
                   MOVE WS-PF-QTD TO WS-IND
               END-IF
           END-PERFORM.
           IF WS-IND-ACHADO = ZERO AND WS-PF-QTD < 100
               ADD 1 TO WS-PF-QTD
               MOVE WS-PF-QTD TO WS-IND-ACHADO
               INITIALIZE WS-PF-ENT(WS-PF-QTD)
               MOVE WS-PROFESSOR TO WS-PF-PROFESSOR(WS-PF-QTD)
               MOVE "N" TO WS-PF-DECLAROU(WS-PF-QTD)
           END-IF.

       CONFERIR-PROFESSORES.
      * Professor fora do cadastro ou inativo nao recebe aula; as
      * demandas dele saem como nao alocadas.
           OPEN INPUT ARQUIVO-PROFESSOR.
           IF WS-STATUS-PROF NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IND-P FROM 1 BY 1
                   UNTIL WS-IND-P > WS-PF-QTD
               MOVE WS-PF-PROFESSOR(WS-IND-P) TO PRO-MATRICULA
               READ ARQUIVO-PROFESSOR KEY IS PRO-MATRICULA
                   INVALID KEY
                       MOVE "N" TO WS-PF-SITUACAO(WS-IND-P)
                   NOT INVALID KEY
                       IF PRO-INATIVO
                           MOVE "I" TO WS-PF-SITUACAO(WS-IND-P)
                       ELSE
                           MOVE "A" TO WS-PF-SITUACAO(WS-IND-P)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-PROFESSOR.
           PERFORM VARYING WS-IND-D FROM 1 BY 1
                   UNTIL WS-IND-D > WS-DM-QTD
               IF WS-DM-MOTIVO(WS-IND-D) = SPACES
                   MOVE WS-DM-PROF-IND(WS-IND-D) TO WS-IND-P
                   EVALUATE WS-PF-SITUACAO(WS-IND-P)
                       WHEN "N"
                           MOVE "PROFESSOR NAO CADASTRADO"
                               TO WS-DM-MOTIVO(WS-IND-D)
                       WHEN "I"
                           MOVE "PROFESSOR INATIVO"
                               TO WS-DM-MOTIVO(WS-IND-D)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       CARREGAR-DISPONIBILIDADE.
      * Mesma regra da GRADEHORARIA: quem declarou disponibilidade
      * so recebe aula dentro dela; quem nao declarou esta livre.
           OPEN INPUT ARQUIVO-DISPONIB.
           IF WS-STATUS-DSP NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-DISPONIB NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM MARCAR-DISPONIVEL
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-DISPONIB.

       MARCAR-DISPONIVEL.
           IF DSP-DIA < 1 OR DSP-DIA > 6
                   OR DSP-PERIODO < 1 OR DSP-PERIODO > 10
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-PF-QTD
               IF WS-PF-PROFESSOR(WS-IND) = DSP-PROFESSOR
                   MOVE "S" TO WS-PF-DECLAROU(WS-IND)
                   MOVE "S" TO WS-PF-DISPONIVEL(WS-IND, DSP-DIA,
                       DSP-PERIODO)
                   MOVE WS-PF-QTD TO WS-IND
               END-IF
           END-PERFORM.

       ALOCAR-DEMANDA.
      * Cada aula tenta primeiro um dia em que a turma ainda nao tem
      * a disciplina, comecando por um dia diferente a cada aula;
      * so na segunda passada aceita repetir o dia. A primeira aula
      * que nao cabe encerra a demanda com o motivo.
           MOVE WS-DM-TURMA-IND(WS-IND-D) TO WS-IND-T.
           MOVE WS-TT-SALA-IND(WS-IND-T) TO WS-IND-S.
           PERFORM VARYING WS-AULA FROM 1 BY 1
                   UNTIL WS-AULA > WS-DM-AULAS(WS-IND-D)
               MOVE "N" TO WS-ALOCADA
               PERFORM VARYING WS-PASSADA FROM 1 BY 1
                       UNTIL WS-PASSADA > 2 OR WS-ALOCADA = "S"
                   PERFORM VARYING WS-CONT-DIA FROM 1 BY 1
                           UNTIL WS-CONT-DIA > WS-DIAS-SEMANA
                              OR WS-ALOCADA = "S"
                       COMPUTE WS-DIA = FUNCTION MOD(WS-AULA + WS-IND-T
                           + WS-CONT-DIA - 3, WS-DIAS-SEMANA) + 1
                       PERFORM VARYING WS-PERIODO FROM 1 BY 1
                               UNTIL WS-PERIODO > WS-PERIODOS-DIA
                                  OR WS-ALOCADA = "S"
                           PERFORM TENTAR-ENCAIXE
                       END-PERFORM
                   END-PERFORM
               END-PERFORM
               IF WS-ALOCADA = "N"
                   PERFORM DIAGNOSTICAR-FALHA
                   MOVE WS-DM-AULAS(WS-IND-D) TO WS-AULA
               END-IF
           END-PERFORM.

       TENTAR-ENCAIXE.
           IF WS-PF-DECLAROU(WS-IND-P) = "S"
                   AND WS-PF-DISPONIVEL(WS-IND-P, WS-DIA, WS-PERIODO)
                       NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PF-OCUPADO(WS-IND-P, WS-DIA, WS-PERIODO) = "S"
               EXIT PARAGRAPH
           END-IF.
           IF WS-OT-DEMANDA(WS-IND-T, WS-DIA, WS-PERIODO) NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-IND-S NOT = ZERO
               IF WS-OS-OCUPADA(WS-IND-S, WS-DIA, WS-PERIODO) = "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-PASSADA = 1
               MOVE "N" TO WS-DIA-COM-DISCIPLINA
               PERFORM VARYING WS-PER-AUX FROM 1 BY 1
                       UNTIL WS-PER-AUX > WS-PERIODOS-DIA
                   IF WS-OT-DEMANDA(WS-IND-T, WS-DIA, WS-PER-AUX)
                           = WS-IND-D
                       MOVE "S" TO WS-DIA-COM-DISCIPLINA
                   END-IF
               END-PERFORM
               IF WS-DIA-COM-DISCIPLINA = "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "S" TO WS-PF-OCUPADO(WS-IND-P, WS-DIA, WS-PERIODO).
           MOVE WS-IND-D TO WS-OT-DEMANDA(WS-IND-T, WS-DIA,
               WS-PERIODO).
           IF WS-IND-S NOT = ZERO
               MOVE "S" TO WS-OS-OCUPADA(WS-IND-S, WS-DIA, WS-PERIODO)
           END-IF.
           ADD 1 TO WS-DM-ALOCADAS(WS-IND-D).
           MOVE "S" TO WS-ALOCADA.

       DIAGNOSTICAR-FALHA.
      * O motivo e o primeiro obstaculo que sobra na semana: o
      * professor sem horario livre na disponibilidade dele, a
      * turma lotada, nenhum horario livre comum aos dois, ou a
      * sala ocupada por outra turma nos horarios comuns.
           MOVE "N" TO WS-TEM-PROF-LIVRE.
           MOVE "N" TO WS-TEM-TURMA-LIVRE.
           MOVE "N" TO WS-TEM-HORARIO-COMUM.
           PERFORM VARYING WS-DIA FROM 1 BY 1
                   UNTIL WS-DIA > WS-DIAS-SEMANA
               PERFORM VARYING WS-PERIODO FROM 1 BY 1
                       UNTIL WS-PERIODO > WS-PERIODOS-DIA
                   PERFORM AVALIAR-HORARIO
               END-PERFORM
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-TEM-PROF-LIVRE = "N"
                   IF WS-PF-DECLAROU(WS-IND-P) = "S"
                       MOVE "PROFESSOR SEM DISPONIBILIDADE LIVRE"
                           TO WS-DM-MOTIVO(WS-IND-D)
                   ELSE
                       MOVE "PROFESSOR COM A SEMANA LOTADA"
                           TO WS-DM-MOTIVO(WS-IND-D)
                   END-IF
               WHEN WS-TEM-TURMA-LIVRE = "N"
                   MOVE "TURMA SEM HORARIO LIVRE"
                       TO WS-DM-MOTIVO(WS-IND-D)
               WHEN WS-TEM-HORARIO-COMUM = "N"
                   MOVE "SEM HORARIO COMUM PROFESSOR/TURMA"
                       TO WS-DM-MOTIVO(WS-IND-D)
               WHEN OTHER
                   MOVE "SALA OCUPADA NOS HORARIOS COMUNS"
                       TO WS-DM-MOTIVO(WS-IND-D)
           END-EVALUATE.

       AVALIAR-HORARIO.
           MOVE "S" TO WS-ALOCADA.
           IF WS-PF-DECLAROU(WS-IND-P) = "S"
                   AND WS-PF-DISPONIVEL(WS-IND-P, WS-DIA, WS-PERIODO)
                       NOT = "S"
               MOVE "N" TO WS-ALOCADA
           END-IF.
           IF WS-PF-OCUPADO(WS-IND-P, WS-DIA, WS-PERIODO) = "S"
               MOVE "N" TO WS-ALOCADA
           END-IF.
           IF WS-ALOCADA = "S"
               MOVE "S" TO WS-TEM-PROF-LIVRE
           END-IF.
           IF WS-OT-DEMANDA(WS-IND-T, WS-DIA, WS-PERIODO) = ZERO
               MOVE "S" TO WS-TEM-TURMA-LIVRE
               IF WS-ALOCADA = "S"
                   MOVE "S" TO WS-TEM-HORARIO-COMUM
               END-IF
           END-IF.
           MOVE "N" TO WS-ALOCADA.

       GRAVAR-RASCUNHO.
           MOVE ZERO TO WS-TOT-ALOCADAS.
           OPEN OUTPUT ARQUIVO-RASCUNHO.
           IF WS-STATUS-GRR NOT = "00"
               DISPLAY "Erro ao criar grade_rascunho.idx. STATUS="
                   WS-STATUS-GRR
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IND-T FROM 1 BY 1
                   UNTIL WS-IND-T > WS-TT-QTD
               PERFORM VARYING WS-DIA FROM 1 BY 1
                       UNTIL WS-DIA > WS-DIAS-SEMANA
                   PERFORM VARYING WS-PERIODO FROM 1 BY 1
                           UNTIL WS-PERIODO > WS-PERIODOS-DIA
                       MOVE WS-OT-DEMANDA(WS-IND-T, WS-DIA, WS-PERIODO)
                           TO WS-IND-D
                       IF WS-IND-D NOT = ZERO
                           PERFORM GRAVAR-AULA-RASCUNHO
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
           CLOSE ARQUIVO-RASCUNHO.

       GRAVAR-AULA-RASCUNHO.
           PERFORM MONTAR-AULA-GERADA.
           MOVE WS-AULA-GERADA TO REG-GRADE-RASCUNHO.
           WRITE REG-GRADE-RASCUNHO
               INVALID KEY
                   DISPLAY "Erro: aula duplicada no rascunho: "
                       WS-AG-PROFESSOR " " WS-AG-DIA " " WS-AG-PERIODO
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-ALOCADAS
           END-WRITE.

       MONTAR-AULA-GERADA.
           MOVE WS-DM-PROF-IND(WS-IND-D) TO WS-IND-P.
           MOVE WS-DM-MATRIZ-IND(WS-IND-D) TO WS-IND-M.
           MOVE WS-PF-PROFESSOR(WS-IND-P) TO WS-AG-PROFESSOR.
           MOVE WS-DIA TO WS-AG-DIA.
           MOVE WS-PERIODO TO WS-AG-PERIODO.
           MOVE WS-TT-CODIGO(WS-IND-T) TO WS-AG-TURMA.
           MOVE WS-MZ-NOME(WS-IND-M) TO WS-AG-DISCIPLINA.

       EMITIR-RELATORIO.
      * Grade proposta turma a turma, depois as aulas que ficaram de
      * fora, uma linha por turma/disciplina com quantas faltam.
           MOVE ZERO TO WS-TOT-AULAS.
           MOVE ZERO TO WS-TOT-NAO-ALOCADAS.
           CALL "REL-ABRIR" USING WS-NOME-REL WS-TITULO-REL.
           PERFORM VARYING WS-IND-T FROM 1 BY 1
                   UNTIL WS-IND-T > WS-TT-QTD
               MOVE SPACES TO WS-LINHA-REL
               STRING "TURMA " WS-TT-CODIGO(WS-IND-T)
                      " SERIE " WS-TT-SERIE(WS-IND-T)
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
               PERFORM VARYING WS-DIA FROM 1 BY 1
                       UNTIL WS-DIA > WS-DIAS-SEMANA
                   PERFORM VARYING WS-PERIODO FROM 1 BY 1
                           UNTIL WS-PERIODO > WS-PERIODOS-DIA
                       MOVE WS-OT-DEMANDA(WS-IND-T, WS-DIA, WS-PERIODO)
                           TO WS-IND-D
                       IF WS-IND-D NOT = ZERO
                           PERFORM IMPRIMIR-AULA-RASCUNHO
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE "AULAS NAO ALOCADAS" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           PERFORM VARYING WS-IND-D FROM 1 BY 1
                   UNTIL WS-IND-D > WS-DM-QTD
               ADD WS-DM-AULAS(WS-IND-D) TO WS-TOT-AULAS
               IF WS-DM-ALOCADAS(WS-IND-D) < WS-DM-AULAS(WS-IND-D)
                       OR WS-DM-MOTIVO(WS-IND-D) NOT = SPACES
                   PERFORM IMPRIMIR-NAO-ALOCADA
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "AULAS EXIGIDAS " WS-TOT-AULAS
                  "  ALOCADAS " WS-TOT-ALOCADAS
                  "  NAO ALOCADAS " WS-TOT-NAO-ALOCADAS
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           CALL "REL-FECHAR".

       IMPRIMIR-AULA-RASCUNHO.
           PERFORM MONTAR-AULA-GERADA.
           PERFORM MONTAR-NOME-DIA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  " WS-NOME-DIA " PER " WS-AG-PERIODO
                  " " WS-AG-DISCIPLINA " PROF " WS-AG-PROFESSOR
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       IMPRIMIR-NAO-ALOCADA.
           COMPUTE WS-FALTAM =
               WS-DM-AULAS(WS-IND-D) - WS-DM-ALOCADAS(WS-IND-D).
           ADD WS-FALTAM TO WS-TOT-NAO-ALOCADAS.
           MOVE WS-DM-TURMA-IND(WS-IND-D) TO WS-IND-T.
           MOVE WS-DM-MATRIZ-IND(WS-IND-D) TO WS-IND-M.
           MOVE SPACES TO WS-LINHA-REL.
           STRING WS-TT-CODIGO(WS-IND-T) " "
                  WS-MZ-DISCIPLINA(WS-IND-M) " FALTAM " WS-FALTAM
                  " DE " WS-DM-AULAS(WS-IND-D) ": "
                  WS-DM-MOTIVO(WS-IND-D)
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       MONTAR-NOME-DIA.
           EVALUATE WS-DIA
               WHEN 1
                   MOVE "SEGUNDA" TO WS-NOME-DIA
               WHEN 2
                   MOVE "TERCA" TO WS-NOME-DIA
               WHEN 3
                   MOVE "QUARTA" TO WS-NOME-DIA
               WHEN 4
                   MOVE "QUINTA" TO WS-NOME-DIA
               WHEN 5
                   MOVE "SEXTA" TO WS-NOME-DIA
               WHEN 6
                   MOVE "SABADO" TO WS-NOME-DIA
               WHEN OTHER
                   MOVE "?" TO WS-NOME-DIA
           END-EVALUATE.

       PUBLICAR-RASCUNHO.
      * Troca a grade oficial inteira pelo rascunho revisado. A
      * grade que sai fica em grade_horaria_anterior.dat, no mesmo
      * layout, para consulta ou volta manual.
           OPEN INPUT ARQUIVO-RASCUNHO.
           IF WS-STATUS-GRR NOT = "00"
               DISPLAY "Nenhum rascunho gerado (grade_rascunho.idx "
                   "STATUS=" WS-STATUS-GRR ")."
               PERFORM PRINCIPAL
           END-IF.
           CLOSE ARQUIVO-RASCUNHO.
           DISPLAY "A grade oficial sera substituida pelo rascunho.".
           DISPLAY "Confirma a publicacao? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Publicacao cancelada."
               PERFORM PRINCIPAL
           END-IF.
           MOVE ZERO TO WS-TOTAL-COPIADO.
           OPEN OUTPUT ARQUIVO-ANTERIOR.
           OPEN INPUT ARQUIVO-GRADE.
           IF WS-STATUS-GRH = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-GRADE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE REG-GRADE-HORARIA TO LINHA-ANTERIOR
                           WRITE LINHA-ANTERIOR
                           ADD 1 TO WS-TOTAL-COPIADO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-GRADE
           END-IF.
           CLOSE ARQUIVO-ANTERIOR.
           DISPLAY "Grade anterior guardada: " WS-TOTAL-COPIADO
               " aula(s).".
           MOVE ZERO TO WS-TOTAL-COPIADO.
           OPEN OUTPUT ARQUIVO-GRADE.
           OPEN INPUT ARQUIVO-RASCUNHO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-RASCUNHO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE REG-GRADE-RASCUNHO TO REG-GRADE-HORARIA
                       WRITE REG-GRADE-HORARIA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-COPIADO
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-RASCUNHO.
           CLOSE ARQUIVO-GRADE.
           DISPLAY "Grade publicada: " WS-TOTAL-COPIADO " aula(s).".
           PERFORM PRINCIPAL.
