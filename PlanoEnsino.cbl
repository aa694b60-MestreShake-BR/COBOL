       IDENTIFICATION DIVISION.
           PROGRAM-ID. PLANOENSINO.
           AUTHOR. Alexandre S S Alves.

      * Plano de ensino por professor, turma, disciplina e bimestre
      * (plano_ensino.idx, RegistroPlanoEnsino.cpy): os topicos que
      * o professor entrega no inicio do ano, cada um com a
      * quantidade de aulas prevista. A turma e a disciplina sao
      * conferidas na grade do professor (grade_horaria.idx). A aula
      * lancada no diario (DIARIOCLASSE.cbl) aponta o topico dado
      * em DIA-TOPICO.
      * O relatorio de cobertura do bimestre (plano_cobertura.rel)
      * confronta o plano com o diario_classe.idx, por professor,
      * turma e disciplina: topico planejado e nunca dado, topico
      * dado alem das aulas previstas e aula dada fora do plano
      * (sem topico ou com topico que nao esta no plano), e turma
      * com aula e sem plano -- para a coordenacao agir antes do
      * fechamento das notas. Aula antiga sem bimestre gravado cai
      * no bimestre pela data (bimestres.dat).
      * Perfil de consulta so lista e emite o relatorio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PLANO ASSIGN TO "plano_ensino.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLE-CHAVE
               FILE STATUS IS WS-STATUS-PLE.
           SELECT ARQUIVO-DIARIO ASSIGN TO "diario_classe.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIA-CHAVE
               FILE STATUS IS WS-STATUS-DIA.
           SELECT ARQUIVO-GRADE ASSIGN TO "grade_horaria.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRH-CHAVE
               FILE STATUS IS WS-STATUS-GRH.
           SELECT ARQUIVO-BIMESTRES ASSIGN TO "bimestres.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BIM.
           SELECT WORK-COBERTURA ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PLANO.
           COPY "RegistroPlanoEnsino.cpy".

       FD  ARQUIVO-DIARIO.
           COPY "RegistroDiario.cpy".

       FD  ARQUIVO-GRADE.
           COPY "RegistroGradeHoraria.cpy".

       FD  ARQUIVO-BIMESTRES.
       01 LINHA-BIMESTRE PIC X(40).

      * Topico do plano (tipo 1) e aula do diario (tipo 2) na mesma
      * ordem, o plano antes das aulas do topico.
       SD  WORK-COBERTURA.
       01 REG-SORT-COBERTURA.
           05 SRT-GRUPO.
               10 SRT-PROFESSOR PIC X(8).
               10 SRT-TURMA PIC X(10).
               10 SRT-DISCIPLINA PIC X(20).
           05 SRT-TOPICO PIC 9(2).
           05 SRT-TIPO PIC X(1).
               88 SRT-PLANO VALUE "1".
               88 SRT-AULA  VALUE "2".
           05 SRT-DATA PIC 9(8).
           05 SRT-PERIODO PIC 9(2).
           05 SRT-AULAS PIC 9(3).
           05 SRT-TEXTO PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-PLE PIC X(2).
       01 WS-STATUS-DIA PIC X(2).
       01 WS-STATUS-GRH PIC X(2).
       01 WS-STATUS-BIM PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-PODE-MANTER PIC X.
       01 WS-DATA-HORA PIC X(20).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-ANO-LETIVO PIC 9(4).
       01 WS-PROFESSOR PIC X(8).
       01 WS-TURMA PIC X(10).
       01 WS-DISCIPLINA PIC X(20).
       01 WS-BIMESTRE PIC 9(1).
       01 WS-TOPICO PIC 9(2).
       01 WS-PROXIMO-TOPICO PIC 9(3).
       01 WS-NA-GRADE PIC X.
       01 WS-FIM-CADASTRO PIC X.
       01 WS-TOTAL PIC 9(3).
       01 WS-TOTAL-AULAS PIC 9(5).
       01 WS-DESCRICAO PIC X(50).
       01 WS-AULAS PIC 9(3).

      * Inicio e fim de cada bimestre do ano, de bimestres.dat.
       01 WS-CAMPOS-BIM.
           05 WS-CAMPO-BIM PIC X(10) OCCURS 4 TIMES.
       01 WS-TAB-BIMESTRES.
           05 WS-TB-ENT OCCURS 4 TIMES.
               10 WS-TB-INICIO PIC 9(8).
               10 WS-TB-FIM PIC 9(8).
       01 WS-IND PIC 9(1).
       01 WS-BIM-AULA PIC 9(1).
       01 WS-TOPICO-AULA PIC 9(2).

      * Quebras do relatorio de cobertura.
       01 WS-FIM-SORT PIC X.
       01 WS-PRIMEIRO PIC X.
       01 WS-GRUPO-CORRENTE PIC X(38).
       01 WS-TOPICO-CORRENTE PIC 9(2).
       01 WS-TOP-PLANEJADO PIC X.
       01 WS-TOP-PREVISTAS PIC 9(3).
       01 WS-TOP-DADAS PIC 9(3).
       01 WS-TOP-DESCRICAO PIC X(50).
       01 WS-GRP-PLANEJADOS PIC 9(3).
       01 WS-GRP-COBERTOS PIC 9(3).
       01 WS-GRP-NAO-DADOS PIC 9(3).
       01 WS-GRP-ALEM PIC 9(3).
       01 WS-GRP-AULAS PIC 9(4).
       01 WS-GRP-FORA PIC 9(4).
       01 WS-TOT-GRUPOS PIC 9(4).
       01 WS-TOT-SEM-PLANO PIC 9(4).
       01 WS-TOT-NAO-DADOS PIC 9(5).
       01 WS-TOT-ALEM PIC 9(5).
       01 WS-TOT-FORA PIC 9(5).
       01 WS-REL-NOME PIC X(30) VALUE "plano_cobertura.rel".
       01 WS-REL-TITULO PIC X(40)
           VALUE "COBERTURA DO PLANO DE ENSINO".
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Plano de Ensino                 ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Cadastrar Topicos do Plano    ".
           DISPLAY "2 -  Alterar / Excluir Topico      ".
           DISPLAY "3 -  Listar Plano                  ".
           DISPLAY "4 -  Cobertura do Bimestre         ".
           DISPLAY "5 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM CADASTRAR-TOPICOS
                   END-IF
               WHEN 2
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM ALTERAR-TOPICO
                   END-IF
               WHEN 3
                   PERFORM LISTAR-PLANO
               WHEN 4
                   PERFORM RELATORIO-COBERTURA
               WHEN 5
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.
           PERFORM PRINCIPAL.

       EXIGIR-MANUTENCAO.
           IF WS-PERFIL-SESSAO = "C" OR WS-PERFIL-SESSAO = "O"
               MOVE "N" TO WS-PODE-MANTER
               DISPLAY "Permissao negada: perfil de consulta."
           ELSE
               MOVE "S" TO WS-PODE-MANTER
           END-IF.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.

       ABRIR-PLANO.
           OPEN I-O ARQUIVO-PLANO.
           IF WS-STATUS-PLE = "35"
               OPEN OUTPUT ARQUIVO-PLANO
               CLOSE ARQUIVO-PLANO
               OPEN I-O ARQUIVO-PLANO
           END-IF.
           IF WS-STATUS-PLE NOT = "00"
               DISPLAY "Erro ao abrir plano_ensino.idx. STATUS="
                   WS-STATUS-PLE
           END-IF.

       PEDIR-PLANO.
      * Identificacao do plano: ano, professor, turma, disciplina e
      * bimestre.
           DISPLAY "Ano Letivo: ".
           ACCEPT WS-ANO-LETIVO.
           DISPLAY "Matricula do Professor: ".
           ACCEPT WS-PROFESSOR.
           DISPLAY "Turma: ".
           ACCEPT WS-TURMA.
           DISPLAY "Disciplina (nome oficial): ".
           ACCEPT WS-DISCIPLINA.
           MOVE ZERO TO WS-BIMESTRE.
           PERFORM UNTIL WS-BIMESTRE >= 1 AND WS-BIMESTRE <= 4
               DISPLAY "Bimestre (1 a 4): "
               ACCEPT WS-BIMESTRE
           END-PERFORM.

       CONFERIR-GRADE.
      * A turma e a disciplina precisam estar na grade do professor.
           MOVE "N" TO WS-NA-GRADE.
           OPEN INPUT ARQUIVO-GRADE.
           IF WS-STATUS-GRH NOT = "00"
               DISPLAY "grade_horaria.idx indisponivel (STATUS="
                   WS-STATUS-GRH ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-PROFESSOR TO GRH-PROFESSOR.
           MOVE ZERO TO GRH-DIA.
           MOVE ZERO TO GRH-PERIODO.
           START ARQUIVO-GRADE KEY IS >= GRH-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-GRADE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF GRH-PROFESSOR NOT = WS-PROFESSOR
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF GRH-TURMA = WS-TURMA
                                   AND GRH-DISCIPLINA = WS-DISCIPLINA
                               MOVE "S" TO WS-NA-GRADE
                               MOVE "S" TO WS-FIM-ARQUIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-GRADE.

       POSICIONAR-PLANO.
      * Inicio dos topicos do plano identificado por PEDIR-PLANO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-ANO-LETIVO TO PLE-ANO-LETIVO.
           MOVE WS-PROFESSOR TO PLE-PROFESSOR.
           MOVE WS-TURMA TO PLE-TURMA.
           MOVE WS-DISCIPLINA TO PLE-DISCIPLINA.
           MOVE WS-BIMESTRE TO PLE-BIMESTRE.
           MOVE ZERO TO PLE-TOPICO.
           START ARQUIVO-PLANO KEY IS >= PLE-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.

       LER-TOPICO-PLANO.
      * Proximo topico do mesmo plano; WS-FIM-ARQUIVO "S" no fim.
           READ ARQUIVO-PLANO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   IF PLE-ANO-LETIVO NOT = WS-ANO-LETIVO
                           OR PLE-PROFESSOR NOT = WS-PROFESSOR
                           OR PLE-TURMA NOT = WS-TURMA
                           OR PLE-DISCIPLINA NOT = WS-DISCIPLINA
                           OR PLE-BIMESTRE NOT = WS-BIMESTRE
                       MOVE "S" TO WS-FIM-ARQUIVO
                   END-IF
           END-READ.

       CADASTRAR-TOPICOS.
           PERFORM PEDIR-PLANO.
           PERFORM CONFERIR-GRADE.
           IF WS-NA-GRADE NOT = "S"
               DISPLAY "Turma e disciplina nao constam da grade do "
                   "professor. Cadastrar assim mesmo? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "Cadastro cancelado."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM ABRIR-PLANO.
           IF WS-STATUS-PLE NOT = "00"
               EXIT PARAGRAPH
           END-IF.
      * Proximo numero de topico: o maior do plano mais um.
           MOVE ZERO TO WS-TOTAL.
           MOVE 1 TO WS-PROXIMO-TOPICO.
           PERFORM POSICIONAR-PLANO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               PERFORM LER-TOPICO-PLANO
               IF WS-FIM-ARQUIVO NOT = "S"
                   COMPUTE WS-PROXIMO-TOPICO = PLE-TOPICO + 1
               END-IF
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           DISPLAY "Topicos do plano, um por vez; descricao vazia "
               "encerra.".
           MOVE "N" TO WS-FIM-CADASTRO.
           PERFORM UNTIL WS-FIM-CADASTRO = "S"
               IF WS-PROXIMO-TOPICO > 99
                   DISPLAY "Limite de 99 topicos no bimestre."
                   MOVE "S" TO WS-FIM-CADASTRO
               ELSE
                   PERFORM CADASTRAR-UM-TOPICO
               END-IF
           END-PERFORM.
           CLOSE ARQUIVO-PLANO.
           DISPLAY "Topicos cadastrados: " WS-TOTAL.

       CADASTRAR-UM-TOPICO.
           DISPLAY "Topico " WS-PROXIMO-TOPICO " - descricao: ".
           MOVE SPACES TO WS-DESCRICAO.
           ACCEPT WS-DESCRICAO.
           IF WS-DESCRICAO = SPACES
               MOVE "S" TO WS-FIM-CADASTRO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-AULAS.
           PERFORM UNTIL WS-AULAS > ZERO
               DISPLAY "Aulas previstas: "
               ACCEPT WS-AULAS
           END-PERFORM.
           MOVE WS-ANO-LETIVO TO PLE-ANO-LETIVO.
           MOVE WS-PROFESSOR TO PLE-PROFESSOR.
           MOVE WS-TURMA TO PLE-TURMA.
           MOVE WS-DISCIPLINA TO PLE-DISCIPLINA.
           MOVE WS-BIMESTRE TO PLE-BIMESTRE.
           MOVE WS-PROXIMO-TOPICO TO PLE-TOPICO.
           MOVE WS-DESCRICAO TO PLE-DESCRICAO.
           MOVE WS-AULAS TO PLE-AULAS-PREVISTAS.
           MOVE WS-OPERADOR-SESSAO TO PLE-OPERADOR.
           MOVE WS-DATA-HORA(1:8) TO PLE-DATA-CADASTRO.
           WRITE REG-PLANO-ENSINO
               INVALID KEY
                   DISPLAY "Erro ao gravar o topico."
                   MOVE "S" TO WS-FIM-CADASTRO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL
                   ADD 1 TO WS-PROXIMO-TOPICO
           END-WRITE.

       ALTERAR-TOPICO.
      * Aula ja apontada para um topico excluido passa a contar
      * como fora do plano na cobertura.
           PERFORM PEDIR-PLANO.
           DISPLAY "Topico: ".
           ACCEPT WS-TOPICO.
           PERFORM ABRIR-PLANO.
           IF WS-STATUS-PLE NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANO-LETIVO TO PLE-ANO-LETIVO.
           MOVE WS-PROFESSOR TO PLE-PROFESSOR.
           MOVE WS-TURMA TO PLE-TURMA.
           MOVE WS-DISCIPLINA TO PLE-DISCIPLINA.
           MOVE WS-BIMESTRE TO PLE-BIMESTRE.
           MOVE WS-TOPICO TO PLE-TOPICO.
           READ ARQUIVO-PLANO KEY IS PLE-CHAVE
               INVALID KEY
                   DISPLAY "Topico nao encontrado."
                   CLOSE ARQUIVO-PLANO
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY PLE-TOPICO " - " PLE-DESCRICAO " ("
               PLE-AULAS-PREVISTAS " aulas)".
           DISPLAY "Excluir o topico? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               DELETE ARQUIVO-PLANO RECORD
                   INVALID KEY
                       DISPLAY "Erro ao excluir o topico."
                   NOT INVALID KEY
                       DISPLAY "Topico excluido."
               END-DELETE
               CLOSE ARQUIVO-PLANO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Nova descricao (vazio = manter): ".
           MOVE SPACES TO WS-DESCRICAO.
           ACCEPT WS-DESCRICAO.
           IF WS-DESCRICAO NOT = SPACES
               MOVE WS-DESCRICAO TO PLE-DESCRICAO
           END-IF.
           DISPLAY "Aulas previstas (zero = manter): ".
           MOVE ZERO TO WS-AULAS.
           ACCEPT WS-AULAS.
           IF WS-AULAS > ZERO
               MOVE WS-AULAS TO PLE-AULAS-PREVISTAS
           END-IF.
           MOVE WS-OPERADOR-SESSAO TO PLE-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO PLE-DATA-CADASTRO.
           REWRITE REG-PLANO-ENSINO
               INVALID KEY
                   DISPLAY "Erro ao regravar o topico."
               NOT INVALID KEY
                   DISPLAY "Topico alterado."
           END-REWRITE.
           CLOSE ARQUIVO-PLANO.

       LISTAR-PLANO.
           PERFORM PEDIR-PLANO.
           OPEN INPUT ARQUIVO-PLANO.
           IF WS-STATUS-PLE NOT = "00"
               DISPLAY "Nenhum plano de ensino cadastrado."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-TOTAL WS-TOTAL-AULAS.
           PERFORM POSICIONAR-PLANO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               PERFORM LER-TOPICO-PLANO
               IF WS-FIM-ARQUIVO NOT = "S"
                   ADD 1 TO WS-TOTAL
                   ADD PLE-AULAS-PREVISTAS TO WS-TOTAL-AULAS
                   DISPLAY "  " PLE-TOPICO " - " PLE-DESCRICAO
                       " (" PLE-AULAS-PREVISTAS " aulas)"
               END-IF
           END-PERFORM.
           CLOSE ARQUIVO-PLANO.
           DISPLAY "Topicos: " WS-TOTAL "   aulas previstas: "
               WS-TOTAL-AULAS.

       RELATORIO-COBERTURA.
           DISPLAY "Ano Letivo: ".
           ACCEPT WS-ANO-LETIVO.
           MOVE ZERO TO WS-BIMESTRE.
           PERFORM UNTIL WS-BIMESTRE >= 1 AND WS-BIMESTRE <= 4
               DISPLAY "Bimestre (1 a 4): "
               ACCEPT WS-BIMESTRE
           END-PERFORM.
           DISPLAY "Professor (vazio = todos): ".
           MOVE SPACES TO WS-PROFESSOR.
           ACCEPT WS-PROFESSOR.
           PERFORM CARREGAR-BIMESTRES.
           MOVE ZERO TO WS-TOT-GRUPOS WS-TOT-SEM-PLANO
               WS-TOT-NAO-DADOS WS-TOT-ALEM WS-TOT-FORA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           STRING "ANO LETIVO " WS-ANO-LETIVO "  BIMESTRE "
               WS-BIMESTRE "  EMITIDO EM " WS-DATA-HORA(7:2) "/"
               WS-DATA-HORA(5:2) "/" WS-DATA-HORA(1:4)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           IF WS-PROFESSOR NOT = SPACES
               STRING "PROFESSOR " WS-PROFESSOR
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           END-IF.

           SORT WORK-COBERTURA
               ON ASCENDING KEY SRT-PROFESSOR SRT-TURMA
                   SRT-DISCIPLINA SRT-TOPICO SRT-TIPO SRT-DATA
                   SRT-PERIODO
               INPUT PROCEDURE COLETAR-COBERTURA
               OUTPUT PROCEDURE LISTAR-COBERTURA.

           CALL "REL-FECHAR".
           DISPLAY "Relatorio em plano_cobertura.rel".

       CARREGAR-BIMESTRES.
      * Limites do ano em bimestres.dat (ANO;BIM;INICIO;FIM), para
      * a aula gravada sem bimestre.
           INITIALIZE WS-TAB-BIMESTRES.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-BIMESTRES.
           IF WS-STATUS-BIM NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-BIMESTRES
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-BIM
                       UNSTRING LINHA-BIMESTRE DELIMITED BY ";"
                           INTO WS-CAMPO-BIM(1) WS-CAMPO-BIM(2)
                                WS-CAMPO-BIM(3) WS-CAMPO-BIM(4)
                       END-UNSTRING
                       IF WS-CAMPO-BIM(1)(1:4) = WS-ANO-LETIVO
                               AND WS-CAMPO-BIM(2)(1:1) >= "1"
                               AND WS-CAMPO-BIM(2)(1:1) <= "4"
                               AND WS-CAMPO-BIM(3)(1:8) IS NUMERIC
                               AND WS-CAMPO-BIM(4)(1:8) IS NUMERIC
                           MOVE WS-CAMPO-BIM(2)(1:1) TO WS-IND
                           MOVE WS-CAMPO-BIM(3)(1:8)
                               TO WS-TB-INICIO(WS-IND)
                           MOVE WS-CAMPO-BIM(4)(1:8)
                               TO WS-TB-FIM(WS-IND)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-BIMESTRES.

       COLETAR-COBERTURA.
           PERFORM COLETAR-PLANO.
           PERFORM COLETAR-AULAS.

       COLETAR-PLANO.
           OPEN INPUT ARQUIVO-PLANO.
           IF WS-STATUS-PLE NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-ANO-LETIVO TO PLE-ANO-LETIVO.
           MOVE WS-PROFESSOR TO PLE-PROFESSOR.
           MOVE SPACES TO PLE-TURMA PLE-DISCIPLINA.
           MOVE ZERO TO PLE-BIMESTRE PLE-TOPICO.
           START ARQUIVO-PLANO KEY IS >= PLE-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-PLANO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF PLE-ANO-LETIVO NOT = WS-ANO-LETIVO
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF WS-PROFESSOR NOT = SPACES
                                   AND PLE-PROFESSOR NOT = WS-PROFESSOR
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               IF PLE-BIMESTRE = WS-BIMESTRE
                                   PERFORM SOLTAR-TOPICO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-PLANO.

       SOLTAR-TOPICO.
           MOVE PLE-PROFESSOR TO SRT-PROFESSOR.
           MOVE PLE-TURMA TO SRT-TURMA.
           MOVE PLE-DISCIPLINA TO SRT-DISCIPLINA.
           MOVE PLE-TOPICO TO SRT-TOPICO.
           SET SRT-PLANO TO TRUE.
           MOVE ZERO TO SRT-DATA SRT-PERIODO.
           MOVE PLE-AULAS-PREVISTAS TO SRT-AULAS.
           MOVE PLE-DESCRICAO TO SRT-TEXTO.
           RELEASE REG-SORT-COBERTURA.

       COLETAR-AULAS.
           OPEN INPUT ARQUIVO-DIARIO.
           IF WS-STATUS-DIA NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-PROFESSOR TO DIA-PROFESSOR.
           MOVE ZERO TO DIA-DATA DIA-PERIODO.
           START ARQUIVO-DIARIO KEY IS >= DIA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-DIARIO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF WS-PROFESSOR NOT = SPACES
                               AND DIA-PROFESSOR NOT = WS-PROFESSOR
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF DIA-DATA(1:4) = WS-ANO-LETIVO
                               PERFORM AVALIAR-AULA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-DIARIO.

       AVALIAR-AULA.
      * Bimestre gravado na aula; aula antiga sem bimestre cai no
      * bimestre pela data.
           MOVE ZERO TO WS-BIM-AULA WS-TOPICO-AULA.
           IF DIA-BIMESTRE IS NUMERIC
               MOVE DIA-BIMESTRE TO WS-BIM-AULA
           END-IF.
           IF DIA-TOPICO IS NUMERIC
               MOVE DIA-TOPICO TO WS-TOPICO-AULA
           END-IF.
           IF WS-BIM-AULA = ZERO
               PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 4
                   IF WS-TB-INICIO(WS-IND) NOT = ZERO
                           AND DIA-DATA >= WS-TB-INICIO(WS-IND)
                           AND DIA-DATA <= WS-TB-FIM(WS-IND)
                       MOVE WS-IND TO WS-BIM-AULA
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-BIM-AULA NOT = WS-BIMESTRE
               EXIT PARAGRAPH
           END-IF.
           MOVE DIA-PROFESSOR TO SRT-PROFESSOR.
           MOVE DIA-TURMA TO SRT-TURMA.
           MOVE DIA-DISCIPLINA TO SRT-DISCIPLINA.
           MOVE WS-TOPICO-AULA TO SRT-TOPICO.
           SET SRT-AULA TO TRUE.
           MOVE DIA-DATA TO SRT-DATA.
           MOVE DIA-PERIODO TO SRT-PERIODO.
           MOVE ZERO TO SRT-AULAS.
           MOVE DIA-CONTEUDO TO SRT-TEXTO.
           RELEASE REG-SORT-COBERTURA.

       LISTAR-COBERTURA.
           MOVE "S" TO WS-PRIMEIRO.
           MOVE "N" TO WS-FIM-SORT.
           PERFORM UNTIL WS-FIM-SORT = "S"
               RETURN WORK-COBERTURA
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       PERFORM LISTAR-ITEM-COBERTURA
               END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRO = "N"
               PERFORM FECHAR-TOPICO
               PERFORM FECHAR-GRUPO
           END-IF.
           PERFORM ESCREVER-LINHA.
           MOVE ALL "=" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           STRING "TURMAS/DISCIPLINAS " WS-TOT-GRUPOS
               "   SEM PLANO " WS-TOT-SEM-PLANO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           STRING "TOPICOS NAO DADOS " WS-TOT-NAO-DADOS
               "   ALEM DO PREVISTO " WS-TOT-ALEM
               "   AULAS FORA DO PLANO " WS-TOT-FORA
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       LISTAR-ITEM-COBERTURA.
           IF WS-PRIMEIRO = "S" OR SRT-GRUPO NOT = WS-GRUPO-CORRENTE
               IF WS-PRIMEIRO = "N"
                   PERFORM FECHAR-TOPICO
                   PERFORM FECHAR-GRUPO
               END-IF
               MOVE "N" TO WS-PRIMEIRO
               PERFORM ABRIR-GRUPO
               PERFORM ABRIR-TOPICO
           ELSE
               IF SRT-TOPICO NOT = WS-TOPICO-CORRENTE
                   PERFORM FECHAR-TOPICO
                   PERFORM ABRIR-TOPICO
               END-IF
           END-IF.
           IF SRT-PLANO
               MOVE "S" TO WS-TOP-PLANEJADO
               MOVE SRT-AULAS TO WS-TOP-PREVISTAS
               MOVE SRT-TEXTO TO WS-TOP-DESCRICAO
               ADD 1 TO WS-GRP-PLANEJADOS
           ELSE
               ADD 1 TO WS-GRP-AULAS
               IF WS-TOP-PLANEJADO = "S"
                   ADD 1 TO WS-TOP-DADAS
               ELSE
                   ADD 1 TO WS-GRP-FORA
                   STRING "  FORA DO PLANO " SRT-DATA(7:2) "/"
                       SRT-DATA(5:2) " P" SRT-PERIODO " "
                       SRT-TEXTO(1:50)
                       DELIMITED BY SIZE INTO WS-REL-LINHA
                   END-STRING
                   PERFORM ESCREVER-LINHA
               END-IF
           END-IF.

       ABRIR-GRUPO.
           MOVE SRT-GRUPO TO WS-GRUPO-CORRENTE.
           MOVE ZERO TO WS-GRP-PLANEJADOS WS-GRP-COBERTOS
               WS-GRP-NAO-DADOS WS-GRP-ALEM WS-GRP-AULAS WS-GRP-FORA.
           PERFORM ESCREVER-LINHA.
           STRING "PROFESSOR " SRT-PROFESSOR "  TURMA " SRT-TURMA
               "  " SRT-DISCIPLINA
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       ABRIR-TOPICO.
           MOVE SRT-TOPICO TO WS-TOPICO-CORRENTE.
           MOVE "N" TO WS-TOP-PLANEJADO.
           MOVE ZERO TO WS-TOP-PREVISTAS WS-TOP-DADAS.
           MOVE SPACES TO WS-TOP-DESCRICAO.

       FECHAR-TOPICO.
           IF WS-TOP-PLANEJADO NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           IF WS-TOP-DADAS = ZERO
               ADD 1 TO WS-GRP-NAO-DADOS
               STRING "  NAO DADO      " WS-TOPICO-CORRENTE " "
                   WS-TOP-DESCRICAO(1:40) " PREV " WS-TOP-PREVISTAS
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           ELSE
               ADD 1 TO WS-GRP-COBERTOS
               IF WS-TOP-DADAS > WS-TOP-PREVISTAS
                   ADD 1 TO WS-GRP-ALEM
                   STRING "  ALEM PREVISTO " WS-TOPICO-CORRENTE " "
                       WS-TOP-DESCRICAO(1:40) " " WS-TOP-DADAS "/"
                       WS-TOP-PREVISTAS
                       DELIMITED BY SIZE INTO WS-REL-LINHA
                   END-STRING
                   PERFORM ESCREVER-LINHA
               END-IF
           END-IF.

       FECHAR-GRUPO.
           ADD 1 TO WS-TOT-GRUPOS.
           ADD WS-GRP-NAO-DADOS TO WS-TOT-NAO-DADOS.
           ADD WS-GRP-ALEM TO WS-TOT-ALEM.
           ADD WS-GRP-FORA TO WS-TOT-FORA.
           IF WS-GRP-PLANEJADOS = ZERO
               ADD 1 TO WS-TOT-SEM-PLANO
               MOVE "  SEM PLANO DE ENSINO CADASTRADO NO BIMESTRE"
                   TO WS-REL-LINHA
               PERFORM ESCREVER-LINHA
           END-IF.
           STRING "  PLANEJADOS " WS-GRP-PLANEJADOS
               "  COBERTOS " WS-GRP-COBERTOS
               "  AULAS " WS-GRP-AULAS
               "  FORA DO PLANO " WS-GRP-FORA
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
