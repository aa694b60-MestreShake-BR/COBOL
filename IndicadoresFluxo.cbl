       IDENTIFICATION DIVISION.
           PROGRAM-ID. INDICADORESFLUXO.
           AUTHOR. Alexandre S S Alves.

      * Indicadores de fluxo escolar (taxas de aprovacao, reprovacao
      * e abandono) por serie e unidade de um ano letivo, no formato
      * pedido pela mantenedora e pela secretaria de educacao. Cada
      * matricula do ano em alunos.idx cai em exatamente uma das
      * quatro situacoes, pela regra do censo, nesta precedencia:
      *   1. transferido no cadastro (R)       -> TRANSFERIDO
      *   2. trancado no cadastro (T)          -> ABANDONO
      *   3. decisao do conselho (conselho.idx): aprovar ou aprovar
      *      com dependencia -> APROVADO; reter -> REPROVADO
      *   4. consta de promovidos.csv          -> APROVADO
      *   5. consta de retidos.csv             -> REPROVADO
      *   6. formado no cadastro (F)           -> APROVADO
      *   7. ativo sem resultado algum         -> ABANDONO (deixou
      *      de frequentar), contado a parte para conferencia.
      * Como no censo, o transferido sai do denominador: as taxas
      * sao sobre aprovados + reprovados + abandonos. A serie vem
      * da turma (turmas.idx) e a unidade em branco e a sede. Os
      * CSV de promocao sao os da ultima rodada de PROMOVERALUNOS,
      * entao o relatorio deve ser tirado antes da rematricula.
      * A comparacao com os anos anteriores usa as geracoes
      * ALUNOS.DATA.Gnnnn (vivas ou .ARC): para cada ano letivo,
      * a geracao mais nova que o contem da aprovacao e reprovacao
      * da escola inteira (as geracoes nao trazem serie nem
      * situacao, entao ali nao ha abandono). Sai em
      * indicadores_fluxo.rel via IMPRELATORIO e em
      * indicadores_fluxo.csv para planilha.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MATRICULA-ALUNO OF REGISTRO-ALUNO
               ALTERNATE RECORD KEY IS TURMA OF REGISTRO-ALUNO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO OF REGISTRO-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-TURMA ASSIGN TO "turmas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS WS-STATUS-TUR.
           SELECT ARQUIVO-CONSELHO ASSIGN TO "conselho.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSL-CHAVE
               FILE STATUS IS WS-STATUS-CSL.
           SELECT ARQUIVO-PROMOVIDOS ASSIGN TO "promovidos.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRO.
           SELECT ARQUIVO-RETIDOS ASSIGN TO "retidos.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RET.
           SELECT ARQUIVO-GERACAO-PTR ASSIGN TO "alunos_geracao.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PTR.
           SELECT ARQUIVO-GERACAO ASSIGN TO DYNAMIC WS-NOME-GERACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-GER.
           SELECT ARQUIVO-CSV ASSIGN TO "indicadores_fluxo.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CSV.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-TURMA.
           COPY "RegistroTurma.cpy".

       FD  ARQUIVO-CONSELHO.
           COPY "RegistroConselho.cpy".

       FD  ARQUIVO-PROMOVIDOS.
       01 LINHA-PROMOVIDOS PIC X(120).

       FD  ARQUIVO-RETIDOS.
       01 LINHA-RETIDOS PIC X(120).

       FD  ARQUIVO-GERACAO-PTR.
       01 LINHA-GERACAO-PTR PIC X(10).

       FD  ARQUIVO-GERACAO.
           COPY "RegistroAluno.cpy"
               REPLACING REGISTRO-ALUNO BY REGISTRO-ALUNO-GER
                         REGISTRO-CONTROLE BY REGISTRO-CONTROLE-GER.

       FD  ARQUIVO-CSV.
       01 LINHA-CSV PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-TUR PIC X(2).
       01 WS-STATUS-CSL PIC X(2).
       01 WS-STATUS-PRO PIC X(2).
       01 WS-STATUS-RET PIC X(2).
       01 WS-STATUS-PTR PIC X(2).
       01 WS-STATUS-GER PIC X(2).
       01 WS-STATUS-CSV PIC X(2).
       01 WS-CONSELHO-OK PIC X.
       01 WS-ANO-LETIVO PIC 9(4).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-CAMPO-MATRICULA PIC X(10).
       01 WS-MATRICULA PIC 9(5).
       01 WS-SERIE PIC 9(2).
       01 WS-UNIDADE PIC X(3).
      * Situacao final do aluno no ano: A aprovado, R reprovado,
      * B abandono, T transferido.
       01 WS-SITUACAO-FINAL PIC X.
       01 WS-ACHOU PIC X.
      * Matriculas dos CSV da ultima promocao.
       01 WS-TAB-PROMOVIDOS.
           05 WS-PRO-MATRICULA PIC 9(5) OCCURS 3000 TIMES.
       01 WS-PRO-QTD PIC 9(4) VALUE ZERO.
       01 WS-TAB-RETIDOS.
           05 WS-RET-MATRICULA PIC 9(5) OCCURS 3000 TIMES.
       01 WS-RET-QTD PIC 9(4) VALUE ZERO.
       01 WS-IND-CSV PIC 9(4).
      * Contagem por serie e unidade; a entrada de serie 99 e a
      * linha de total da escola.
       01 WS-TAB-FLUXO.
           05 WS-TF-ENT OCCURS 60 TIMES.
               10 WS-TF-CHAVE.
                   15 WS-TF-SERIE PIC 9(2).
                   15 WS-TF-UNIDADE PIC X(3).
               10 WS-TF-APROVADOS PIC 9(5).
               10 WS-TF-REPROVADOS PIC 9(5).
               10 WS-TF-ABANDONOS PIC 9(5).
               10 WS-TF-TRANSFERIDOS PIC 9(5).
       01 WS-TF-QTD PIC 9(2) VALUE ZERO.
       01 WS-TF-TROCA PIC X(25).
       01 WS-IND PIC 9(3).
       01 WS-IND-2 PIC 9(3).
       01 WS-IND-ACHADO PIC 9(3).
       01 WS-TOTAL-ALUNOS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-SEM-RESULTADO PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-SEM-SERIE PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-CONSELHO PIC 9(5) VALUE ZERO.
       01 WS-TOT-APROVADOS PIC 9(5) VALUE ZERO.
       01 WS-TOT-REPROVADOS PIC 9(5) VALUE ZERO.
       01 WS-TOT-ABANDONOS PIC 9(5) VALUE ZERO.
       01 WS-TOT-TRANSFERIDOS PIC 9(5) VALUE ZERO.
       01 WS-BASE PIC 9(6).
       01 WS-TAXA-APROVACAO PIC 9(3)V9.
       01 WS-TAXA-REPROVACAO PIC 9(3)V9.
       01 WS-TAXA-ABANDONO PIC 9(3)V9.
       01 WS-ED-TAXA-1 PIC ZZ9.9.
       01 WS-ED-TAXA-2 PIC ZZ9.9.
       01 WS-ED-TAXA-3 PIC ZZ9.9.
       01 WS-ED-SERIE PIC X(5).
       01 WS-ED-UNIDADE PIC X(4).
      * Anos anteriores tirados das geracoes: vale a geracao mais
      * nova que contem o ano.
       01 WS-GERACAO-ATUAL PIC 9(4) VALUE ZERO.
       01 WS-G PIC 9(4).
       01 WS-TENTATIVA PIC 9(1).
       01 WS-ACHOU-ARQUIVO PIC X.
       01 WS-NOME-GERACAO PIC X(30).
       01 WS-TAB-GERACAO.
           05 WS-TG-ENT OCCURS 10 TIMES.
               10 WS-TG-ANO PIC 9(4).
               10 WS-TG-ALUNOS PIC 9(5).
               10 WS-TG-APROVADOS PIC 9(5).
       01 WS-TG-QTD PIC 9(2).
       01 WS-TAB-HISTORICO.
           05 WS-TH-ENT OCCURS 30 TIMES.
               10 WS-TH-ANO PIC 9(4).
               10 WS-TH-GERACAO PIC 9(4).
               10 WS-TH-ALUNOS PIC 9(5).
               10 WS-TH-APROVADOS PIC 9(5).
       01 WS-TH-QTD PIC 9(2) VALUE ZERO.
       01 WS-TH-TROCA PIC X(18).
       01 WS-IND-G PIC 9(2).
       01 WS-IND-H PIC 9(2).
       01 WS-IND-H-ACHADO PIC 9(2).
       01 WS-REPROVADOS-ANO PIC 9(5).
       01 WS-REL-NOME PIC X(30) VALUE "indicadores_fluxo.rel".
       01 WS-REL-TITULO PIC X(40)
           VALUE "INDICADORES DE FLUXO ESCOLAR".
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "=========================================".
           DISPLAY "   Indicadores de Fluxo Escolar".
           DISPLAY "=========================================".
           DISPLAY "Ano letivo: ".
           ACCEPT WS-ANO-LETIVO.

           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQUIVO-TURMA.
           IF WS-STATUS-TUR NOT = "00"
               DISPLAY "turmas.idx indisponivel (STATUS="
                   WS-STATUS-TUR ")."
               CLOSE ARQUIVO-ALUNOS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-CONSELHO-OK.
           OPEN INPUT ARQUIVO-CONSELHO.
           IF WS-STATUS-CSL = "00"
               MOVE "S" TO WS-CONSELHO-OK
           END-IF.
           PERFORM CARREGAR-PROMOVIDOS.
           PERFORM CARREGAR-RETIDOS.

           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ALUNOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CTL-MARCADOR OF REGISTRO-CONTROLE
                               NOT = "TRL"
                           AND ANO-LETIVO OF REGISTRO-ALUNO
                               = WS-ANO-LETIVO
                           PERFORM CLASSIFICAR-ALUNO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ALUNOS.
           CLOSE ARQUIVO-TURMA.
           IF WS-CONSELHO-OK = "S"
               CLOSE ARQUIVO-CONSELHO
           END-IF.

           IF WS-TOTAL-ALUNOS = ZERO
               DISPLAY "Nenhuma matricula do ano " WS-ANO-LETIVO
                   " em alunos.idx."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ORDENAR-FLUXO.
           PERFORM CARREGAR-HISTORICO.
           PERFORM IMPRIMIR-INDICADORES.

           DISPLAY "Matriculas classificadas: " WS-TOTAL-ALUNOS.
           DISPLAY "  aprovados:    " WS-TOT-APROVADOS.
           DISPLAY "  reprovados:   " WS-TOT-REPROVADOS.
           DISPLAY "  abandonos:    " WS-TOT-ABANDONOS.
           DISPLAY "  transferidos: " WS-TOT-TRANSFERIDOS.
           DISPLAY "Ativos sem resultado (abandono): "
               WS-TOTAL-SEM-RESULTADO.
           DISPLAY "Sem serie (turma fora de turmas.idx): "
               WS-TOTAL-SEM-SERIE.
           DISPLAY "Relatorio: indicadores_fluxo.rel".
           DISPLAY "Planilha:  indicadores_fluxo.csv".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       CARREGAR-PROMOVIDOS.
      * A primeira linha e o cabecalho (MATRICULA;...), que nao e
      * numerico e fica de fora.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-PROMOVIDOS.
           IF WS-STATUS-PRO NOT = "00"
               DISPLAY "Aviso: promovidos.csv indisponivel (STATUS="
                   WS-STATUS-PRO ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-PROMOVIDOS
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE SPACES TO WS-CAMPO-MATRICULA
                       UNSTRING LINHA-PROMOVIDOS DELIMITED BY ";"
                           INTO WS-CAMPO-MATRICULA
                       END-UNSTRING
                       IF WS-CAMPO-MATRICULA(1:5) IS NUMERIC
                               AND WS-PRO-QTD < 3000
                           ADD 1 TO WS-PRO-QTD
                           MOVE WS-CAMPO-MATRICULA(1:5)
                               TO WS-PRO-MATRICULA(WS-PRO-QTD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-PROMOVIDOS.

       CARREGAR-RETIDOS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-RETIDOS.
           IF WS-STATUS-RET NOT = "00"
               DISPLAY "Aviso: retidos.csv indisponivel (STATUS="
                   WS-STATUS-RET ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-RETIDOS
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE SPACES TO WS-CAMPO-MATRICULA
                       UNSTRING LINHA-RETIDOS DELIMITED BY ";"
                           INTO WS-CAMPO-MATRICULA
                       END-UNSTRING
                       IF WS-CAMPO-MATRICULA(1:5) IS NUMERIC
                               AND WS-RET-QTD < 3000
                           ADD 1 TO WS-RET-QTD
                           MOVE WS-CAMPO-MATRICULA(1:5)
                               TO WS-RET-MATRICULA(WS-RET-QTD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-RETIDOS.

       CLASSIFICAR-ALUNO.
           ADD 1 TO WS-TOTAL-ALUNOS.
           MOVE MATRICULA-ALUNO OF REGISTRO-ALUNO TO WS-MATRICULA.
           MOVE SPACE TO WS-SITUACAO-FINAL.
           EVALUATE TRUE
               WHEN ALUNO-TRANSFERIDO OF REGISTRO-ALUNO
                   MOVE "T" TO WS-SITUACAO-FINAL
               WHEN ALUNO-TRANCADO OF REGISTRO-ALUNO
                   MOVE "B" TO WS-SITUACAO-FINAL
           END-EVALUATE.
           IF WS-SITUACAO-FINAL = SPACE
               PERFORM CONSULTAR-CONSELHO
           END-IF.
           IF WS-SITUACAO-FINAL = SPACE
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-IND-CSV FROM 1 BY 1
                       UNTIL WS-IND-CSV > WS-PRO-QTD
                       OR WS-ACHOU = "S"
                   IF WS-PRO-MATRICULA(WS-IND-CSV) = WS-MATRICULA
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM
               IF WS-ACHOU = "S"
                   MOVE "A" TO WS-SITUACAO-FINAL
               END-IF
           END-IF.
           IF WS-SITUACAO-FINAL = SPACE
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-IND-CSV FROM 1 BY 1
                       UNTIL WS-IND-CSV > WS-RET-QTD
                       OR WS-ACHOU = "S"
                   IF WS-RET-MATRICULA(WS-IND-CSV) = WS-MATRICULA
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM
               IF WS-ACHOU = "S"
                   MOVE "R" TO WS-SITUACAO-FINAL
               END-IF
           END-IF.
           IF WS-SITUACAO-FINAL = SPACE
               IF ALUNO-FORMADO OF REGISTRO-ALUNO
                   MOVE "A" TO WS-SITUACAO-FINAL
               ELSE
                   MOVE "B" TO WS-SITUACAO-FINAL
                   ADD 1 TO WS-TOTAL-SEM-RESULTADO
               END-IF
           END-IF.

           PERFORM BUSCAR-SERIE.
           PERFORM ACHAR-ENTRADA.
           IF WS-IND-ACHADO > ZERO
               PERFORM SOMAR-SITUACAO
           END-IF.
           MOVE 99 TO WS-SERIE.
           MOVE "TOT" TO WS-UNIDADE.
           PERFORM ACHAR-ENTRADA.
           IF WS-IND-ACHADO > ZERO
               PERFORM SOMAR-SITUACAO
           END-IF.
           EVALUATE WS-SITUACAO-FINAL
               WHEN "A"
                   ADD 1 TO WS-TOT-APROVADOS
               WHEN "R"
                   ADD 1 TO WS-TOT-REPROVADOS
               WHEN "B"
                   ADD 1 TO WS-TOT-ABANDONOS
               WHEN "T"
                   ADD 1 TO WS-TOT-TRANSFERIDOS
           END-EVALUATE.

       CONSULTAR-CONSELHO.
           IF WS-CONSELHO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO CSL-MATRICULA.
           MOVE WS-ANO-LETIVO TO CSL-ANO-LETIVO.
           READ ARQUIVO-CONSELHO KEY IS CSL-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CONSELHO
                   IF CSL-RETER
                       MOVE "R" TO WS-SITUACAO-FINAL
                   ELSE
                       MOVE "A" TO WS-SITUACAO-FINAL
                   END-IF
           END-READ.

       BUSCAR-SERIE.
           MOVE ZERO TO WS-SERIE.
           MOVE UNIDADE-ALUNO OF REGISTRO-ALUNO TO WS-UNIDADE.
           IF TURMA OF REGISTRO-ALUNO NOT = SPACES
               MOVE TURMA OF REGISTRO-ALUNO TO TUR-CODIGO
               READ ARQUIVO-TURMA KEY IS TUR-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TUR-SERIE TO WS-SERIE
               END-READ
           END-IF.
           IF WS-SERIE = ZERO
               ADD 1 TO WS-TOTAL-SEM-SERIE
           END-IF.

       ACHAR-ENTRADA.
           MOVE ZERO TO WS-IND-ACHADO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TF-QTD
               IF WS-TF-SERIE(WS-IND) = WS-SERIE
                       AND WS-TF-UNIDADE(WS-IND) = WS-UNIDADE
                   MOVE WS-IND TO WS-IND-ACHADO
                   MOVE WS-TF-QTD TO WS-IND
               END-IF
           END-PERFORM.
           IF WS-IND-ACHADO = ZERO AND WS-TF-QTD < 60
               ADD 1 TO WS-TF-QTD
               MOVE WS-TF-QTD TO WS-IND-ACHADO
               MOVE WS-SERIE TO WS-TF-SERIE(WS-IND-ACHADO)
               MOVE WS-UNIDADE TO WS-TF-UNIDADE(WS-IND-ACHADO)
               MOVE ZERO TO WS-TF-APROVADOS(WS-IND-ACHADO)
               MOVE ZERO TO WS-TF-REPROVADOS(WS-IND-ACHADO)
               MOVE ZERO TO WS-TF-ABANDONOS(WS-IND-ACHADO)
               MOVE ZERO TO WS-TF-TRANSFERIDOS(WS-IND-ACHADO)
           END-IF.

       SOMAR-SITUACAO.
           EVALUATE WS-SITUACAO-FINAL
               WHEN "A"
                   ADD 1 TO WS-TF-APROVADOS(WS-IND-ACHADO)
               WHEN "R"
                   ADD 1 TO WS-TF-REPROVADOS(WS-IND-ACHADO)
               WHEN "B"
                   ADD 1 TO WS-TF-ABANDONOS(WS-IND-ACHADO)
               WHEN "T"
                   ADD 1 TO WS-TF-TRANSFERIDOS(WS-IND-ACHADO)
           END-EVALUATE.

       ORDENAR-FLUXO.
      * Serie e depois unidade; o total (serie 99) fica por ultimo.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND >= WS-TF-QTD
               PERFORM VARYING WS-IND-2 FROM 1 BY 1
                       UNTIL WS-IND-2 > WS-TF-QTD - WS-IND
                   IF WS-TF-CHAVE(WS-IND-2) >
                           WS-TF-CHAVE(WS-IND-2 + 1)
                       MOVE WS-TF-ENT(WS-IND-2) TO WS-TF-TROCA
                       MOVE WS-TF-ENT(WS-IND-2 + 1)
                           TO WS-TF-ENT(WS-IND-2)
                       MOVE WS-TF-TROCA TO WS-TF-ENT(WS-IND-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CALCULAR-TAXAS.
      * Taxas do censo: transferido fora do denominador.
           COMPUTE WS-BASE = WS-TF-APROVADOS(WS-IND)
               + WS-TF-REPROVADOS(WS-IND) + WS-TF-ABANDONOS(WS-IND).
           MOVE ZERO TO WS-TAXA-APROVACAO.
           MOVE ZERO TO WS-TAXA-REPROVACAO.
           MOVE ZERO TO WS-TAXA-ABANDONO.
           IF WS-BASE > ZERO
               COMPUTE WS-TAXA-APROVACAO ROUNDED =
                   (WS-TF-APROVADOS(WS-IND) * 100) / WS-BASE
               COMPUTE WS-TAXA-REPROVACAO ROUNDED =
                   (WS-TF-REPROVADOS(WS-IND) * 100) / WS-BASE
               COMPUTE WS-TAXA-ABANDONO ROUNDED =
                   (WS-TF-ABANDONOS(WS-IND) * 100) / WS-BASE
           END-IF.
           MOVE WS-TAXA-APROVACAO TO WS-ED-TAXA-1.
           MOVE WS-TAXA-REPROVACAO TO WS-ED-TAXA-2.
           MOVE WS-TAXA-ABANDONO TO WS-ED-TAXA-3.
           IF WS-TF-SERIE(WS-IND) = 99
               MOVE "TOTAL" TO WS-ED-SERIE
               MOVE SPACES TO WS-ED-UNIDADE
           ELSE
               MOVE SPACES TO WS-ED-SERIE
               IF WS-TF-SERIE(WS-IND) = ZERO
                   MOVE "S/SER" TO WS-ED-SERIE
               ELSE
                   MOVE WS-TF-SERIE(WS-IND) TO WS-ED-SERIE(1:2)
               END-IF
               IF WS-TF-UNIDADE(WS-IND) = SPACES
                   MOVE "SEDE" TO WS-ED-UNIDADE
               ELSE
                   MOVE WS-TF-UNIDADE(WS-IND) TO WS-ED-UNIDADE
               END-IF
           END-IF.

       IMPRIMIR-INDICADORES.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           OPEN OUTPUT ARQUIVO-CSV.
           MOVE SPACES TO LINHA-CSV.
           STRING "ANO;SERIE;UNIDADE;APROVADOS;REPROVADOS;"
                  "ABANDONOS;TRANSFERIDOS;TX_APROVACAO;"
                  "TX_REPROVACAO;TX_ABANDONO"
               DELIMITED BY SIZE INTO LINHA-CSV
           END-STRING.
           WRITE LINHA-CSV.
           STRING "ANO LETIVO " WS-ANO-LETIVO
               " - TAXAS SOBRE APROVADOS+REPROVADOS+ABANDONOS"
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE "SERIE UNID  APROV REPROV ABAND TRANSF   TX.APR "
               TO WS-REL-LINHA.
           MOVE "TX.REP  TX.ABA" TO WS-REL-LINHA(50:14).
           PERFORM ESCREVER-LINHA.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TF-QTD
               PERFORM CALCULAR-TAXAS
               IF WS-TF-SERIE(WS-IND) = 99
                   MOVE ALL "-" TO WS-REL-LINHA
                   PERFORM ESCREVER-LINHA
               END-IF
               MOVE WS-ED-SERIE TO WS-REL-LINHA(1:5)
               MOVE WS-ED-UNIDADE TO WS-REL-LINHA(7:4)
               MOVE WS-TF-APROVADOS(WS-IND) TO WS-REL-LINHA(12:5)
               MOVE WS-TF-REPROVADOS(WS-IND) TO WS-REL-LINHA(19:5)
               MOVE WS-TF-ABANDONOS(WS-IND) TO WS-REL-LINHA(25:5)
               MOVE WS-TF-TRANSFERIDOS(WS-IND)
                   TO WS-REL-LINHA(32:5)
               MOVE WS-ED-TAXA-1 TO WS-REL-LINHA(41:5)
               MOVE "%" TO WS-REL-LINHA(46:1)
               MOVE WS-ED-TAXA-2 TO WS-REL-LINHA(49:5)
               MOVE "%" TO WS-REL-LINHA(54:1)
               MOVE WS-ED-TAXA-3 TO WS-REL-LINHA(57:5)
               MOVE "%" TO WS-REL-LINHA(62:1)
               PERFORM ESCREVER-LINHA
               MOVE SPACES TO LINHA-CSV
               STRING WS-ANO-LETIVO ";" WS-ED-SERIE ";"
                      WS-ED-UNIDADE ";"
                      WS-TF-APROVADOS(WS-IND) ";"
                      WS-TF-REPROVADOS(WS-IND) ";"
                      WS-TF-ABANDONOS(WS-IND) ";"
                      WS-TF-TRANSFERIDOS(WS-IND) ";"
                      WS-ED-TAXA-1 ";" WS-ED-TAXA-2 ";"
                      WS-ED-TAXA-3
                   DELIMITED BY SIZE INTO LINHA-CSV
               END-STRING
               WRITE LINHA-CSV
           END-PERFORM.
           CLOSE ARQUIVO-CSV.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "ATIVOS SEM RESULTADO CONTADOS COMO ABANDONO: "
                  WS-TOTAL-SEM-RESULTADO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           STRING "DECISOES DO CONSELHO APLICADAS: "
                  WS-TOTAL-CONSELHO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           PERFORM IMPRIMIR-HISTORICO.
           CALL "REL-FECHAR".

       IMPRIMIR-HISTORICO.
           PERFORM ESCREVER-LINHA.
           MOVE "COMPARACAO COM ANOS ANTERIORES (GERACOES DE "
               TO WS-REL-LINHA.
           MOVE "ALUNOS.DATA)" TO WS-REL-LINHA(46:12).
           PERFORM ESCREVER-LINHA.
           MOVE "ANO   GERACAO ALUNOS  APROV REPROV  TX.APR  TX.REP"
               TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           IF WS-TH-QTD = ZERO
               MOVE "  NENHUMA GERACAO COM ANOS ANTERIORES EM DISCO."
                   TO WS-REL-LINHA
               PERFORM ESCREVER-LINHA
           END-IF.
           PERFORM VARYING WS-IND-H FROM 1 BY 1
                   UNTIL WS-IND-H > WS-TH-QTD
               COMPUTE WS-REPROVADOS-ANO = WS-TH-ALUNOS(WS-IND-H)
                   - WS-TH-APROVADOS(WS-IND-H)
               MOVE ZERO TO WS-TAXA-APROVACAO
               MOVE ZERO TO WS-TAXA-REPROVACAO
               IF WS-TH-ALUNOS(WS-IND-H) > ZERO
                   COMPUTE WS-TAXA-APROVACAO ROUNDED =
                       (WS-TH-APROVADOS(WS-IND-H) * 100)
                       / WS-TH-ALUNOS(WS-IND-H)
                   COMPUTE WS-TAXA-REPROVACAO ROUNDED =
                       (WS-REPROVADOS-ANO * 100)
                       / WS-TH-ALUNOS(WS-IND-H)
               END-IF
               MOVE WS-TAXA-APROVACAO TO WS-ED-TAXA-1
               MOVE WS-TAXA-REPROVACAO TO WS-ED-TAXA-2
               MOVE WS-TH-ANO(WS-IND-H) TO WS-REL-LINHA(1:4)
               MOVE WS-TH-GERACAO(WS-IND-H) TO WS-REL-LINHA(7:4)
               MOVE WS-TH-ALUNOS(WS-IND-H) TO WS-REL-LINHA(15:5)
               MOVE WS-TH-APROVADOS(WS-IND-H) TO WS-REL-LINHA(22:5)
               MOVE WS-REPROVADOS-ANO TO WS-REL-LINHA(28:5)
               MOVE WS-ED-TAXA-1 TO WS-REL-LINHA(35:5)
               MOVE "%" TO WS-REL-LINHA(40:1)
               MOVE WS-ED-TAXA-2 TO WS-REL-LINHA(43:5)
               MOVE "%" TO WS-REL-LINHA(48:1)
               IF WS-TH-ANO(WS-IND-H) = WS-ANO-LETIVO
                   MOVE "(ANO ANALISADO)" TO WS-REL-LINHA(51:15)
               END-IF
               PERFORM ESCREVER-LINHA
           END-PERFORM.
           MOVE "GERACOES NAO TRAZEM SITUACAO: SEM ABANDONO NEM "
               TO WS-REL-LINHA.
           MOVE "TRANSFERENCIA." TO WS-REL-LINHA(48:14).
           PERFORM ESCREVER-LINHA.

       CARREGAR-HISTORICO.
           MOVE ZERO TO WS-GERACAO-ATUAL.
           OPEN INPUT ARQUIVO-GERACAO-PTR.
           IF WS-STATUS-PTR = "00"
               READ ARQUIVO-GERACAO-PTR
                   NOT AT END
                       MOVE LINHA-GERACAO-PTR TO WS-GERACAO-ATUAL
               END-READ
               CLOSE ARQUIVO-GERACAO-PTR
           END-IF.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GERACAO-ATUAL
               PERFORM ANALISAR-GERACAO
           END-PERFORM.
           PERFORM VARYING WS-IND-H FROM 1 BY 1
                   UNTIL WS-IND-H >= WS-TH-QTD
               PERFORM VARYING WS-IND-G FROM 1 BY 1
                       UNTIL WS-IND-G > WS-TH-QTD - WS-IND-H
                   IF WS-TH-ANO(WS-IND-G) > WS-TH-ANO(WS-IND-G + 1)
                       MOVE WS-TH-ENT(WS-IND-G) TO WS-TH-TROCA
                       MOVE WS-TH-ENT(WS-IND-G + 1)
                           TO WS-TH-ENT(WS-IND-G)
                       MOVE WS-TH-TROCA TO WS-TH-ENT(WS-IND-G + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ANALISAR-GERACAO.
      * Mesmo criterio de TENDENCIAANUAL: o arquivo vivo e, se a
      * retencao ja o tirou, a copia de guarda .ARC.
           MOVE "N" TO WS-ACHOU-ARQUIVO.
           PERFORM VARYING WS-TENTATIVA FROM 1 BY 1
                   UNTIL WS-TENTATIVA > 2
                       OR WS-ACHOU-ARQUIVO = "S"
               MOVE SPACES TO WS-NOME-GERACAO
               IF WS-TENTATIVA = 1
                   STRING "ALUNOS.DATA.G" WS-G
                       DELIMITED BY SIZE INTO WS-NOME-GERACAO
                   END-STRING
               ELSE
                   STRING "ALUNOS.DATA.G" WS-G ".ARC"
                       DELIMITED BY SIZE INTO WS-NOME-GERACAO
                   END-STRING
               END-IF
               OPEN INPUT ARQUIVO-GERACAO
               IF WS-STATUS-GER = "00"
                   MOVE "S" TO WS-ACHOU-ARQUIVO
                   PERFORM CONTAR-GERACAO
                   CLOSE ARQUIVO-GERACAO
               END-IF
           END-PERFORM.
           IF WS-ACHOU-ARQUIVO = "S"
               PERFORM GUARDAR-GERACAO
           END-IF.

       CONTAR-GERACAO.
           MOVE ZERO TO WS-TG-QTD.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-GERACAO
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CTL-MARCADOR OF REGISTRO-CONTROLE-GER
                               NOT = "TRL"
                           PERFORM CONTAR-ALUNO-GERACAO
                       END-IF
               END-READ
           END-PERFORM.

       CONTAR-ALUNO-GERACAO.
           MOVE ZERO TO WS-IND-H-ACHADO.
           PERFORM VARYING WS-IND-G FROM 1 BY 1
                   UNTIL WS-IND-G > WS-TG-QTD
               IF WS-TG-ANO(WS-IND-G) =
                       ANO-LETIVO OF REGISTRO-ALUNO-GER
                   MOVE WS-IND-G TO WS-IND-H-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IND-H-ACHADO = ZERO
               IF WS-TG-QTD >= 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TG-QTD
               MOVE WS-TG-QTD TO WS-IND-H-ACHADO
               MOVE ANO-LETIVO OF REGISTRO-ALUNO-GER
                   TO WS-TG-ANO(WS-IND-H-ACHADO)
               MOVE ZERO TO WS-TG-ALUNOS(WS-IND-H-ACHADO)
               MOVE ZERO TO WS-TG-APROVADOS(WS-IND-H-ACHADO)
           END-IF.
           ADD 1 TO WS-TG-ALUNOS(WS-IND-H-ACHADO).
      * PASSOU e APROVADO CONSELHO contam como aprovacao.
           IF RESULTADO OF REGISTRO-ALUNO-GER(1:6) = "PASSOU"
                   OR RESULTADO OF REGISTRO-ALUNO-GER(1:8)
                       = "APROVADO"
               ADD 1 TO WS-TG-APROVADOS(WS-IND-H-ACHADO)
           END-IF.

       GUARDAR-GERACAO.
      * Geracoes lidas em ordem crescente: a mais nova sobrescreve
      * o ano.
           PERFORM VARYING WS-IND-G FROM 1 BY 1
                   UNTIL WS-IND-G > WS-TG-QTD
               MOVE ZERO TO WS-IND-H-ACHADO
               PERFORM VARYING WS-IND-H FROM 1 BY 1
                       UNTIL WS-IND-H > WS-TH-QTD
                   IF WS-TH-ANO(WS-IND-H) = WS-TG-ANO(WS-IND-G)
                       MOVE WS-IND-H TO WS-IND-H-ACHADO
                   END-IF
               END-PERFORM
               IF WS-IND-H-ACHADO = ZERO AND WS-TH-QTD < 30
                   ADD 1 TO WS-TH-QTD
                   MOVE WS-TH-QTD TO WS-IND-H-ACHADO
               END-IF
               IF WS-IND-H-ACHADO > ZERO
                   MOVE WS-TG-ANO(WS-IND-G)
                       TO WS-TH-ANO(WS-IND-H-ACHADO)
                   MOVE WS-G TO WS-TH-GERACAO(WS-IND-H-ACHADO)
                   MOVE WS-TG-ALUNOS(WS-IND-G)
                       TO WS-TH-ALUNOS(WS-IND-H-ACHADO)
                   MOVE WS-TG-APROVADOS(WS-IND-G)
                       TO WS-TH-APROVADOS(WS-IND-H-ACHADO)
               END-IF
           END-PERFORM.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
