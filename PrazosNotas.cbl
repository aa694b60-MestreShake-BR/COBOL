       IDENTIFICATION DIVISION.
           PROGRAM-ID. PRAZOSNOTAS.
           AUTHOR. Alexandre S S Alves.

      * Prazos de entrega de notas por bimestre, para a secretaria
      * parar de correr atras de professor no fim de cada bimestre.
      * O prazo (prazos_notas.idx) e contado em dias a partir do fim
      * do bimestre em bimestres.dat. O relatorio de pendencias
      * (pendencias_notas.rel) mostra, por professor, turma e
      * disciplina da grade (grade_horaria.idx), quantos alunos ainda
      * nao tem REG-NOTA-DISC no bimestre e quantos dias faltam. A
      * emissao de avisos poe na fila eventos.dat um lembrete ao
      * professor (PRAZO-NOTAS) quando o prazo entra na janela de
      * aviso e um escalonamento a coordenacao (PRAZO-VENCIDO) quando
      * o prazo passa com nota pendente; roda pelo menu ou pelo lote
      * noturno (ponto de entrada PRAZOSNOTAS-AVISOS). A trava do
      * bimestre em TRAVANOTAS usa a mesma contagem (PENDENCIASNOTAS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PRAZO ASSIGN TO "prazos_notas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRZ-CHAVE
               FILE STATUS IS WS-STATUS-PRZ.
           SELECT ARQUIVO-BIMESTRES ASSIGN TO "bimestres.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BIM.
           SELECT ARQUIVO-GRADE ASSIGN TO "grade_horaria.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRH-CHAVE
               FILE STATUS IS WS-STATUS-GRH.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PRAZO.
           COPY "RegistroPrazoNotas.cpy".

       FD  ARQUIVO-BIMESTRES.
       01 LINHA-BIMESTRE PIC X(40).

       FD  ARQUIVO-GRADE.
           COPY "RegistroGradeHoraria.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-PRZ PIC X(2).
       01 WS-STATUS-BIM PIC X(2).
       01 WS-STATUS-GRH PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-ANO-LETIVO PIC 9(4).
       01 WS-BIMESTRE PIC 9(1).
       01 WS-DIAS-APOS-FIM PIC 9(2).
       01 WS-DIAS-AVISO PIC 9(2).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-FIM-PRAZOS PIC X.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-ANO-HOJE PIC 9(4).
       01 WS-CAMPOS.
           05 WS-CAMPO PIC X(10) OCCURS 4 TIMES.
       01 WS-FIM-BIMESTRE PIC 9(8).
       01 WS-DATA-LIMITE PIC 9(8).
       01 WS-DIAS-RESTANTES PIC S9(5).
       01 WS-ED-DIAS PIC -ZZZ9.
      * Encargos da grade: professor + turma + disciplina, sem
      * repetir os varios encaixes semanais da mesma aula.
       01 WS-TAB-ENCARGOS.
           05 WS-EN-ENT OCCURS 400 TIMES.
               10 WS-EN-PROFESSOR PIC X(8).
               10 WS-EN-TURMA PIC X(10).
               10 WS-EN-DISCIPLINA PIC X(20).
       01 WS-EN-QTD PIC 9(3) VALUE ZERO.
       01 WS-ENCARGOS-CARREGADOS PIC X VALUE "N".
       01 WS-IND PIC 9(3).
       01 WS-ACHOU PIC X.
       01 WS-ALUNOS PIC 9(3).
       01 WS-PENDENTES PIC 9(3).
       01 WS-TOTAL-PENDENTES PIC 9(5).
       01 WS-TOTAL-ENCARGOS-PEND PIC 9(3).
       01 WS-TOTAL-LEMBRETES PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-ESCALONADOS PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-LISTADO PIC 9(3).
       01 WS-EVT-TIPO PIC X(14).
       01 WS-EVT-CHAVE PIC X(10).
       01 WS-EVT-DADOS PIC X(60).
       01 WS-NOME-REL PIC X(30) VALUE "pendencias_notas.rel".
       01 WS-TITULO-REL PIC X(40)
           VALUE "NOTAS PENDENTES POR PROFESSOR".
       01 WS-LINHA-REL PIC X(80).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Prazos de Entrega de Notas      ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Definir Prazo (perfil B)      ".
           DISPLAY "2 -  Listar Prazos                 ".
           DISPLAY "3 -  Pendencias por Professor      ".
           DISPLAY "4 -  Emitir Lembretes e Escalonam. ".
           DISPLAY "5 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM DEFINIR-PRAZO
               WHEN 2
                   PERFORM LISTAR-PRAZOS
               WHEN 3
                   PERFORM RELATORIO-PENDENCIAS
               WHEN 4
                   PERFORM EMITIR-AVISOS
                   PERFORM PRINCIPAL
               WHEN 5
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

      * Ponto de entrada nao-interativo para o lote noturno
      * (BatchNoturno.cbl): emite os lembretes e escalonamentos do
      * dia sem menu.
       ENTRY "PRAZOSNOTAS-AVISOS".
           MOVE ZERO TO RETURN-CODE.
           PERFORM EMITIR-AVISOS.
           GOBACK.

       ABRIR-PRAZOS.
           OPEN I-O ARQUIVO-PRAZO.
           EVALUATE WS-STATUS-PRZ
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-PRAZO
                   CLOSE ARQUIVO-PRAZO
                   OPEN I-O ARQUIVO-PRAZO
               WHEN OTHER
                   DISPLAY "Erro ao abrir prazos_notas.idx. STATUS="
                       WS-STATUS-PRZ
           END-EVALUATE.

       OBTER-HOJE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           MOVE WS-HOJE(1:4) TO WS-ANO-HOJE.

       DEFINIR-PRAZO.
      * Redefinir o prazo zera os indicadores: o novo prazo merece
      * lembrete e escalonamento proprios.
           IF WS-PERFIL-SESSAO NOT = "B"
               DISPLAY "Permissao negada: o prazo exige perfil B."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Ano Letivo: ".
           ACCEPT WS-ANO-LETIVO.
           MOVE ZERO TO WS-BIMESTRE.
           PERFORM WITH TEST AFTER
               UNTIL WS-BIMESTRE >= 1 AND WS-BIMESTRE <= 4
               DISPLAY "Bimestre (1 a 4): "
               ACCEPT WS-BIMESTRE
           END-PERFORM.
           DISPLAY "Dias apos o fim do bimestre (0 a 30): ".
           ACCEPT WS-DIAS-APOS-FIM.
           IF WS-DIAS-APOS-FIM > 30
               DISPLAY "Prazo acima de 30 dias nao aceito."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Dias de antecedencia do lembrete (1 a 15): ".
           ACCEPT WS-DIAS-AVISO.
           IF WS-DIAS-AVISO < 1 OR WS-DIAS-AVISO > 15
               DISPLAY "Antecedencia invalida."
               PERFORM PRINCIPAL
           END-IF.
           PERFORM BUSCAR-FIM-BIMESTRE.
           IF WS-FIM-BIMESTRE = ZERO
               DISPLAY "Bimestre sem limites em bimestres.dat; "
                   "cadastre-o no calendario escolar antes."
               PERFORM PRINCIPAL
           END-IF.
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FIM-BIMESTRE)
               + WS-DIAS-APOS-FIM).
           PERFORM OBTER-HOJE.
           PERFORM ABRIR-PRAZOS.
           MOVE WS-ANO-LETIVO TO PRZ-ANO-LETIVO.
           MOVE WS-BIMESTRE TO PRZ-BIMESTRE.
           READ ARQUIVO-PRAZO KEY IS PRZ-CHAVE
               INVALID KEY
                   PERFORM PREENCHER-PRAZO
                   WRITE REG-PRAZO-NOTAS
                   DISPLAY "Prazo incluido: " WS-DATA-LIMITE
               NOT INVALID KEY
                   PERFORM PREENCHER-PRAZO
                   REWRITE REG-PRAZO-NOTAS
                   DISPLAY "Prazo alterado: " WS-DATA-LIMITE
           END-READ.
           CLOSE ARQUIVO-PRAZO.
           PERFORM PRINCIPAL.

       PREENCHER-PRAZO.
           MOVE WS-DIAS-APOS-FIM TO PRZ-DIAS-APOS-FIM.
           MOVE WS-DIAS-AVISO TO PRZ-DIAS-AVISO.
           MOVE WS-DATA-LIMITE TO PRZ-DATA-LIMITE.
           MOVE "N" TO PRZ-LEMBRETE.
           MOVE "N" TO PRZ-ESCALONAMENTO.
           MOVE WS-OPERADOR-SESSAO TO PRZ-OPERADOR.
           MOVE WS-HOJE TO PRZ-DATA-CADASTRO.

       BUSCAR-FIM-BIMESTRE.
      * Fim do bimestre WS-ANO-LETIVO/WS-BIMESTRE em bimestres.dat
      * (linhas ANO;BIM;INICIO;FIM); zero quando nao cadastrado.
           MOVE ZERO TO WS-FIM-BIMESTRE.
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
                       MOVE SPACES TO WS-CAMPOS
                       UNSTRING LINHA-BIMESTRE DELIMITED BY ";"
                           INTO WS-CAMPO(1) WS-CAMPO(2) WS-CAMPO(3)
                                WS-CAMPO(4)
                       END-UNSTRING
                       IF WS-CAMPO(1)(1:4) = WS-ANO-LETIVO
                               AND WS-CAMPO(2)(1:1) = WS-BIMESTRE
                               AND WS-CAMPO(4)(1:8) IS NUMERIC
                           MOVE WS-CAMPO(4)(1:8) TO WS-FIM-BIMESTRE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-BIMESTRES.

       CALCULAR-LIMITE.
      * Recalcula o prazo do registro lido contra o calendario
      * atual; sem limites no calendario, vale o ultimo calculo.
           MOVE PRZ-ANO-LETIVO TO WS-ANO-LETIVO.
           MOVE PRZ-BIMESTRE TO WS-BIMESTRE.
           PERFORM BUSCAR-FIM-BIMESTRE.
           IF WS-FIM-BIMESTRE NOT = ZERO
               COMPUTE PRZ-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FIM-BIMESTRE)
                   + PRZ-DIAS-APOS-FIM)
           END-IF.
           MOVE PRZ-DATA-LIMITE TO WS-DATA-LIMITE.
           COMPUTE WS-DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE(WS-DATA-LIMITE)
               - FUNCTION INTEGER-OF-DATE(WS-HOJE).

       LISTAR-PRAZOS.
           PERFORM OBTER-HOJE.
           MOVE ZERO TO WS-TOTAL-LISTADO.
           PERFORM ABRIR-PRAZOS.
           MOVE "N" TO WS-FIM-PRAZOS.
           PERFORM UNTIL WS-FIM-PRAZOS = "S"
               READ ARQUIVO-PRAZO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PRAZOS
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LISTADO
                       PERFORM CALCULAR-LIMITE
                       MOVE WS-DIAS-RESTANTES TO WS-ED-DIAS
                       DISPLAY PRZ-ANO-LETIVO " bim " PRZ-BIMESTRE
                           " prazo " PRZ-DATA-LIMITE
                           " (" WS-ED-DIAS " dias)"
                           " lembrete " PRZ-LEMBRETE
                           " escalonado " PRZ-ESCALONAMENTO
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-PRAZO.
           DISPLAY "Prazos cadastrados: " WS-TOTAL-LISTADO.
           PERFORM PRINCIPAL.

       CARREGAR-ENCARGOS.
           IF WS-ENCARGOS-CARREGADOS = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-ENCARGOS-CARREGADOS.
           MOVE ZERO TO WS-EN-QTD.
           OPEN INPUT ARQUIVO-GRADE.
           IF WS-STATUS-GRH NOT = "00"
               DISPLAY "grade_horaria.idx indisponivel (STATUS="
                   WS-STATUS-GRH ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-GRADE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM INCLUIR-ENCARGO
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-GRADE.

       INCLUIR-ENCARGO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-EN-QTD
               IF WS-EN-PROFESSOR(WS-IND) = GRH-PROFESSOR
                       AND WS-EN-TURMA(WS-IND) = GRH-TURMA
                       AND WS-EN-DISCIPLINA(WS-IND) = GRH-DISCIPLINA
                   MOVE "S" TO WS-ACHOU
                   MOVE WS-EN-QTD TO WS-IND
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N" AND WS-EN-QTD < 400
               ADD 1 TO WS-EN-QTD
               MOVE GRH-PROFESSOR TO WS-EN-PROFESSOR(WS-EN-QTD)
               MOVE GRH-TURMA TO WS-EN-TURMA(WS-EN-QTD)
               MOVE GRH-DISCIPLINA TO WS-EN-DISCIPLINA(WS-EN-QTD)
           END-IF.

       RELATORIO-PENDENCIAS.
           DISPLAY "Ano Letivo: ".
           ACCEPT WS-ANO-LETIVO.
           MOVE ZERO TO WS-BIMESTRE.
           PERFORM WITH TEST AFTER
               UNTIL WS-BIMESTRE >= 1 AND WS-BIMESTRE <= 4
               DISPLAY "Bimestre (1 a 4): "
               ACCEPT WS-BIMESTRE
           END-PERFORM.
           PERFORM OBTER-HOJE.
           PERFORM CARREGAR-ENCARGOS.
           IF WS-EN-QTD = ZERO
               DISPLAY "Nenhuma aula na grade."
               PERFORM PRINCIPAL
           END-IF.

           MOVE ZERO TO WS-DATA-LIMITE.
           PERFORM ABRIR-PRAZOS.
           MOVE WS-ANO-LETIVO TO PRZ-ANO-LETIVO.
           MOVE WS-BIMESTRE TO PRZ-BIMESTRE.
           READ ARQUIVO-PRAZO KEY IS PRZ-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CALCULAR-LIMITE
           END-READ.
           CLOSE ARQUIVO-PRAZO.

           CALL "REL-ABRIR" USING WS-NOME-REL WS-TITULO-REL.
           MOVE SPACES TO WS-LINHA-REL.
           IF WS-DATA-LIMITE = ZERO
               STRING "ANO " WS-ANO-LETIVO " BIMESTRE " WS-BIMESTRE
                      " - SEM PRAZO DEFINIDO"
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
           ELSE
               MOVE WS-DIAS-RESTANTES TO WS-ED-DIAS
               STRING "ANO " WS-ANO-LETIVO " BIMESTRE " WS-BIMESTRE
                      " PRAZO " WS-DATA-LIMITE
                      " DIAS RESTANTES " WS-ED-DIAS
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
           END-IF.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "PROFESSOR TURMA      DISCIPLINA           "
                  "ALUNOS PENDENTES"
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE ZERO TO WS-TOTAL-PENDENTES.
           MOVE ZERO TO WS-TOTAL-ENCARGOS-PEND.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-EN-QTD
               CALL "PENDENCIASNOTAS" USING WS-EN-TURMA(WS-IND)
                   WS-ANO-LETIVO WS-BIMESTRE
                   WS-EN-DISCIPLINA(WS-IND) WS-ALUNOS WS-PENDENTES
               IF WS-PENDENTES > ZERO
                   ADD 1 TO WS-TOTAL-ENCARGOS-PEND
                   ADD WS-PENDENTES TO WS-TOTAL-PENDENTES
               END-IF
               MOVE SPACES TO WS-LINHA-REL
               STRING WS-EN-PROFESSOR(WS-IND) "  "
                      WS-EN-TURMA(WS-IND) " "
                      WS-EN-DISCIPLINA(WS-IND) " "
                      WS-ALUNOS "    " WS-PENDENTES
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
           END-PERFORM.
           MOVE SPACES TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TURMAS/DISCIPLINAS COM PENDENCIA: "
                  WS-TOTAL-ENCARGOS-PEND
                  "  NOTAS PENDENTES: " WS-TOTAL-PENDENTES
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           CALL "REL-FECHAR".
           DISPLAY "Notas pendentes: " WS-TOTAL-PENDENTES
               " em " WS-TOTAL-ENCARGOS-PEND
               " turma(s)/disciplina(s). Relatorio gravado: "
               "pendencias_notas.rel".
           PERFORM PRINCIPAL.

       EMITIR-AVISOS.
      * Cada prazo gera no maximo um lembrete (dentro da janela de
      * aviso) e um escalonamento (depois de vencido); prazos de
      * anos anteriores ao passado ficam de fora.
           PERFORM OBTER-HOJE.
           MOVE ZERO TO WS-TOTAL-LEMBRETES.
           MOVE ZERO TO WS-TOTAL-ESCALONADOS.
           PERFORM ABRIR-PRAZOS.
           IF WS-STATUS-PRZ NOT = "00"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-PRAZOS.
           PERFORM UNTIL WS-FIM-PRAZOS = "S"
               READ ARQUIVO-PRAZO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PRAZOS
                   NOT AT END
                       IF PRZ-ANO-LETIVO >= WS-ANO-HOJE - 1
                               AND NOT PRZ-ESCALONADO
                           PERFORM AVALIAR-PRAZO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-PRAZO.
           DISPLAY "Lembretes de prazo de notas:     "
               WS-TOTAL-LEMBRETES.
           DISPLAY "Escalonamentos a coordenacao:    "
               WS-TOTAL-ESCALONADOS.

       AVALIAR-PRAZO.
           PERFORM CALCULAR-LIMITE.
           EVALUATE TRUE
               WHEN WS-DIAS-RESTANTES < ZERO
                   PERFORM CARREGAR-ENCARGOS
                   MOVE "PRAZO-VENCIDO" TO WS-EVT-TIPO
                   PERFORM AVISAR-ENCARGOS
                   MOVE "S" TO PRZ-LEMBRETE
                   MOVE "S" TO PRZ-ESCALONAMENTO
                   REWRITE REG-PRAZO-NOTAS
               WHEN WS-DIAS-RESTANTES <= PRZ-DIAS-AVISO
                       AND NOT PRZ-LEMBRETE-ENVIADO
                   PERFORM CARREGAR-ENCARGOS
                   MOVE "PRAZO-NOTAS" TO WS-EVT-TIPO
                   PERFORM AVISAR-ENCARGOS
                   MOVE "S" TO PRZ-LEMBRETE
                   REWRITE REG-PRAZO-NOTAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       AVISAR-ENCARGOS.
      * Lembrete vai ao professor (chave = matricula do professor);
      * escalonamento vai a coordenacao, chaveado pela turma.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-EN-QTD
               CALL "PENDENCIASNOTAS" USING WS-EN-TURMA(WS-IND)
                   WS-ANO-LETIVO WS-BIMESTRE
                   WS-EN-DISCIPLINA(WS-IND) WS-ALUNOS WS-PENDENTES
               IF WS-PENDENTES > ZERO
                   MOVE SPACES TO WS-EVT-DADOS
                   IF WS-EVT-TIPO = "PRAZO-NOTAS"
                       MOVE WS-EN-PROFESSOR(WS-IND) TO WS-EVT-CHAVE
                       STRING WS-EN-TURMA(WS-IND) " "
                              WS-EN-DISCIPLINA(WS-IND)
                              " B" WS-BIMESTRE " P" WS-PENDENTES
                              " ATE " WS-DATA-LIMITE
                              DELIMITED BY SIZE INTO WS-EVT-DADOS
                       END-STRING
                       ADD 1 TO WS-TOTAL-LEMBRETES
                   ELSE
                       MOVE WS-EN-TURMA(WS-IND) TO WS-EVT-CHAVE
                       STRING "PROF " WS-EN-PROFESSOR(WS-IND) " "
                              WS-EN-DISCIPLINA(WS-IND)
                              " B" WS-BIMESTRE " P" WS-PENDENTES
                              " ATE " WS-DATA-LIMITE
                              DELIMITED BY SIZE INTO WS-EVT-DADOS
                       END-STRING
                       ADD 1 TO WS-TOTAL-ESCALONADOS
                   END-IF
                   CALL "GRAVAREVENTO" USING WS-EVT-TIPO
                       WS-EVT-CHAVE WS-EVT-DADOS
               END-IF
           END-PERFORM.
