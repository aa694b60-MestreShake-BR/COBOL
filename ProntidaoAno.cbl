       IDENTIFICATION DIVISION.
           PROGRAM-ID. PRONTIDAOANO.
           AUTHOR. Alexandre S S Alves.

      * Conferencia de prontidao para o fechamento do ano letivo.
      * FECHARANO arquivava o ano assim que era disparado, mesmo com
      * o ano nao terminado de fato. Aqui cada pendencia aberta sai
      * listada por turma, separada em bloqueante (B) e aviso (A):
      *   B bimestre da turma sem trava em travas_notas.idx;
      *   B aluno na faixa da recuperacao (REPROVOU, media de 4.00
      *     ao corte) ainda sem a prova lancada em ALUNOS.DATA;
      *   B aluno retido sem decisao em conselho.idx;
      *   B correcao de nota pendente em correcoes_notas.dat;
      *   B segunda chamada aprovada e nao lancada;
      *   B dependencia de ano anterior ainda aberta, sem resultado;
      *   A segunda chamada so solicitada, sem decisao;
      *   A dependencia aberta no proprio ano (segue para o
      *     seguinte, como manda o conselho).
      * A turma do aluno vem de alunos.idx. Pelo menu a conferencia
      * sai avulsa em prontidao_ano.rel. O ponto de entrada
      * PRONTIDAO-FECHAMENTO e o portao do FECHARANO: abre o
      * relatorio de fechamento com o nome recebido, lista as
      * pendencias, devolve as contagens e deixa o relatorio aberto
      * para o FECHARANO completar com a decisao, os totais do
      * arquivamento e as assinaturas, e fechar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-TURMA ASSIGN TO "turmas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS WS-STATUS-TUR.
           SELECT ARQUIVO-TRAVA ASSIGN TO "travas_notas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRV-CHAVE
               FILE STATUS IS WS-STATUS-TRV.
           SELECT ARQUIVO-ALUNOS-SEQ ASSIGN TO "ALUNOS.DATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEQ.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO OF REGISTRO-ALUNO-REL
               ALTERNATE RECORD KEY IS TURMA OF REGISTRO-ALUNO-REL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO
                   OF REGISTRO-ALUNO-REL WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-CONSELHO ASSIGN TO "conselho.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSL-CHAVE
               FILE STATUS IS WS-STATUS-CSL.
           SELECT ARQUIVO-CORRECOES ASSIGN TO "correcoes_notas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COR.
           SELECT ARQUIVO-SEGCHAMADA
               ASSIGN TO "segunda_chamada.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SGC-CHAVE
               FILE STATUS IS WS-STATUS-SGC.
           SELECT ARQUIVO-DEPENDENCIA ASSIGN TO "dependencias.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-STATUS-DEP.
           SELECT WORK-PENDENCIAS ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-TURMA.
           COPY "RegistroTurma.cpy".

       FD  ARQUIVO-TRAVA.
           COPY "RegistroTrava.cpy".

       FD  ARQUIVO-ALUNOS-SEQ.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy"
               REPLACING REGISTRO-ALUNO BY REGISTRO-ALUNO-REL
                         REGISTRO-CONTROLE BY REGISTRO-CONTROLE-REL.

       FD  ARQUIVO-CONSELHO.
           COPY "RegistroConselho.cpy".

       FD  ARQUIVO-CORRECOES.
           COPY "RegistroCorrecao.cpy".

       FD  ARQUIVO-SEGCHAMADA.
           COPY "RegistroSegChamada.cpy".

       FD  ARQUIVO-DEPENDENCIA.
           COPY "RegistroDependencia.cpy".

       SD  WORK-PENDENCIAS.
       01 REG-SORT-PENDENCIA.
           05 SRT-TURMA PIC X(10).
           05 SRT-ORDEM PIC 9(1).
           05 SRT-MATRICULA PIC 9(5).
           05 SRT-CLASSE PIC X(1).
           05 SRT-DESCRICAO PIC X(55).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-TUR PIC X(2).
       01 WS-STATUS-TRV PIC X(2).
       01 WS-STATUS-SEQ PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-CSL PIC X(2).
       01 WS-STATUS-COR PIC X(2).
       01 WS-STATUS-SGC PIC X(2).
       01 WS-STATUS-DEP PIC X(2).
       01 WS-ALUNOS-OK PIC X.
       01 WS-CONSELHO-OK PIC X.
       01 WS-TRAVAS-OK PIC X.
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-FIM-SORT PIC X.
       01 WS-ANO-LETIVO PIC 9(4).
       01 WS-BIM PIC 9(1).
       01 WS-MATRICULA PIC 9(5).
       01 WS-TURMA PIC X(10).
       01 WS-TURMA-REG PIC X(10).
       01 WS-TURMA-CORRENTE PIC X(10).
       01 WS-PRIMEIRO PIC X.
       01 WS-DATA-HORA PIC X(20).

      * Politica de notas: o corte define a faixa da recuperacao.
       01 WS-CORTE PIC 9(2)V9(2).
       01 WS-PESO1 PIC 9(3).
       01 WS-PESO2 PIC 9(3).
       01 WS-PESO3 PIC 9(3).
       01 WS-ARREDONDA PIC X.

       01 WS-PEND-ORDEM PIC 9(1).
       01 WS-PEND-CLASSE PIC X(1).
       01 WS-PEND-DESCRICAO PIC X(55).
       01 WS-TOTAL-BLOQUEANTES PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-AVISOS PIC 9(5) VALUE ZERO.
       01 WS-TURMA-BLOQUEANTES PIC 9(5) VALUE ZERO.
       01 WS-TURMA-AVISOS PIC 9(5) VALUE ZERO.
       01 WS-ED-MEDIA PIC Z9.99.

       01 WS-REL-NOME PIC X(30).
       01 WS-REL-TITULO PIC X(40)
           VALUE "PRONTIDAO PARA O FECHAMENTO DO ANO".
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-ANO-LETIVO PIC 9(4).
       01 LK-NOME-RELATORIO PIC X(30).
       01 LK-BLOQUEANTES PIC 9(5).
       01 LK-AVISOS PIC 9(5).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "=========================================".
           DISPLAY "   Prontidao para o Fechamento do Ano".
           DISPLAY "=========================================".
           DISPLAY "Ano Letivo a conferir: ".
           ACCEPT WS-ANO-LETIVO.
           IF WS-ANO-LETIVO = ZERO
               DISPLAY "Ano invalido."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "prontidao_ano.rel" TO WS-REL-NOME.
           PERFORM CONFERIR-ANO.
           CALL "REL-FECHAR".
           DISPLAY "Pendencias bloqueantes: " WS-TOTAL-BLOQUEANTES.
           DISPLAY "Avisos:                 " WS-TOTAL-AVISOS.
           DISPLAY "Relatorio em prontidao_ano.rel".
           IF WS-TOTAL-BLOQUEANTES > ZERO
               DISPLAY "O ano NAO esta pronto para o fechamento."
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "Ano pronto para o fechamento."
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * Portao do FECHARANO: o relatorio fica aberto na volta.
       ENTRY "PRONTIDAO-FECHAMENTO" USING LK-ANO-LETIVO
               LK-NOME-RELATORIO LK-BLOQUEANTES LK-AVISOS.
           MOVE LK-ANO-LETIVO TO WS-ANO-LETIVO.
           MOVE LK-NOME-RELATORIO TO WS-REL-NOME.
           PERFORM CONFERIR-ANO.
           MOVE WS-TOTAL-BLOQUEANTES TO LK-BLOQUEANTES.
           MOVE WS-TOTAL-AVISOS TO LK-AVISOS.
           GOBACK.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.

       CONFERIR-ANO.
           MOVE ZERO TO WS-TOTAL-BLOQUEANTES WS-TOTAL-AVISOS.
           CALL "POLITICANOTAS" USING WS-CORTE WS-PESO1 WS-PESO2
               WS-PESO3 WS-ARREDONDA.
           MOVE "N" TO WS-ALUNOS-OK.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU = "00"
               MOVE "S" TO WS-ALUNOS-OK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           STRING "ANO LETIVO " WS-ANO-LETIVO "  CONFERIDO EM "
               WS-DATA-HORA(1:8) " " WS-DATA-HORA(9:4)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE "B = BLOQUEIA O FECHAMENTO   A = AVISO" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.

           SORT WORK-PENDENCIAS
               ON ASCENDING KEY SRT-TURMA SRT-ORDEM SRT-MATRICULA
               INPUT PROCEDURE COLETAR-PENDENCIAS
               OUTPUT PROCEDURE LISTAR-PENDENCIAS.

           IF WS-ALUNOS-OK = "S"
               CLOSE ARQUIVO-ALUNOS
           END-IF.

       COLETAR-PENDENCIAS.
           PERFORM CONFERIR-TRAVAS.
           PERFORM CONFERIR-RESULTADOS.
           PERFORM CONFERIR-CORRECOES.
           PERFORM CONFERIR-SEGUNDA-CHAMADA.
           PERFORM CONFERIR-DEPENDENCIAS.

       SOLTAR-PENDENCIA.
           MOVE WS-TURMA TO SRT-TURMA.
           MOVE WS-PEND-ORDEM TO SRT-ORDEM.
           MOVE WS-MATRICULA TO SRT-MATRICULA.
           MOVE WS-PEND-CLASSE TO SRT-CLASSE.
           MOVE WS-PEND-DESCRICAO TO SRT-DESCRICAO.
           IF WS-PEND-CLASSE = "B"
               ADD 1 TO WS-TOTAL-BLOQUEANTES
           ELSE
               ADD 1 TO WS-TOTAL-AVISOS
           END-IF.
           RELEASE REG-SORT-PENDENCIA.

       TURMA-DO-ALUNO.
      * Turma de alunos.idx; sem o cadastro vale a gravada no
      * registro de origem, quando houver.
           IF WS-TURMA-REG = SPACES
               MOVE "SEM TURMA" TO WS-TURMA
           ELSE
               MOVE WS-TURMA-REG TO WS-TURMA
           END-IF.
           IF WS-ALUNOS-OK = "S"
               MOVE WS-MATRICULA TO MATRICULA-ALUNO
                   OF REGISTRO-ALUNO-REL
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TURMA OF REGISTRO-ALUNO-REL NOT = SPACES
                           MOVE TURMA OF REGISTRO-ALUNO-REL
                               TO WS-TURMA
                       END-IF
               END-READ
           END-IF.

       CONFERIR-TRAVAS.
      * Os quatro bimestres de cada turma ativa do ano travados.
           MOVE "N" TO WS-TRAVAS-OK.
           OPEN INPUT ARQUIVO-TURMA.
           IF WS-STATUS-TUR NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQUIVO-TRAVA.
           IF WS-STATUS-TRV = "00"
               MOVE "S" TO WS-TRAVAS-OK
           END-IF.
           MOVE ZERO TO WS-MATRICULA.
           MOVE 1 TO WS-PEND-ORDEM.
           MOVE "B" TO WS-PEND-CLASSE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-TURMA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TUR-ANO-LETIVO = WS-ANO-LETIVO
                               AND NOT TUR-INATIVA
                           PERFORM CONFERIR-TRAVAS-TURMA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-TURMA.
           IF WS-TRAVAS-OK = "S"
               CLOSE ARQUIVO-TRAVA
           END-IF.

       CONFERIR-TRAVAS-TURMA.
           MOVE TUR-CODIGO TO WS-TURMA.
           PERFORM VARYING WS-BIM FROM 1 BY 1 UNTIL WS-BIM > 4
               MOVE SPACES TO WS-PEND-DESCRICAO
               STRING "BIMESTRE " WS-BIM " SEM TRAVA DE NOTAS"
                   DELIMITED BY SIZE INTO WS-PEND-DESCRICAO
               END-STRING
               IF WS-TRAVAS-OK NOT = "S"
                   PERFORM SOLTAR-PENDENCIA
               ELSE
                   MOVE TUR-CODIGO TO TRV-TURMA
                   MOVE WS-ANO-LETIVO TO TRV-ANO-LETIVO
                   MOVE WS-BIM TO TRV-BIMESTRE
                   READ ARQUIVO-TRAVA KEY IS TRV-CHAVE
                       INVALID KEY
                           PERFORM SOLTAR-PENDENCIA
                   END-READ
               END-IF
           END-PERFORM.

       CONFERIR-RESULTADOS.
      * Recuperacao sem prova e retido sem conselho, pelo ALUNOS.DATA
      * publicado do ano.
           OPEN INPUT ARQUIVO-ALUNOS-SEQ.
           IF WS-STATUS-SEQ NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CONSELHO-OK.
           OPEN INPUT ARQUIVO-CONSELHO.
           IF WS-STATUS-CSL = "00"
               MOVE "S" TO WS-CONSELHO-OK
           END-IF.
           MOVE "B" TO WS-PEND-CLASSE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ALUNOS-SEQ
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CTL-MARCADOR OF REGISTRO-CONTROLE NOT = "TRL"
                               AND ANO-LETIVO OF REGISTRO-ALUNO
                                   = WS-ANO-LETIVO
                           PERFORM CONFERIR-RESULTADO-ALUNO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ALUNOS-SEQ.
           IF WS-CONSELHO-OK = "S"
               CLOSE ARQUIVO-CONSELHO
           END-IF.

       CONFERIR-RESULTADO-ALUNO.
           IF RESULTADO OF REGISTRO-ALUNO(1:8) NOT = "REPROVOU"
               EXIT PARAGRAPH
           END-IF.
           MOVE MATRICULA-ALUNO OF REGISTRO-ALUNO TO WS-MATRICULA.
           MOVE TURMA OF REGISTRO-ALUNO TO WS-TURMA-REG.
           PERFORM TURMA-DO-ALUNO.
           IF RESULTADO OF REGISTRO-ALUNO = "REPROVOU"
                   AND MEDIA OF REGISTRO-ALUNO >= 4
                   AND MEDIA OF REGISTRO-ALUNO < WS-CORTE
               MOVE 2 TO WS-PEND-ORDEM
               MOVE MEDIA OF REGISTRO-ALUNO TO WS-ED-MEDIA
               MOVE SPACES TO WS-PEND-DESCRICAO
               STRING "RECUPERACAO SEM PROVA LANCADA (MEDIA "
                   WS-ED-MEDIA ")"
                   DELIMITED BY SIZE INTO WS-PEND-DESCRICAO
               END-STRING
               PERFORM SOLTAR-PENDENCIA
               EXIT PARAGRAPH
           END-IF.
           MOVE 3 TO WS-PEND-ORDEM.
           MOVE "RETIDO SEM DECISAO DO CONSELHO DE CLASSE"
               TO WS-PEND-DESCRICAO.
           IF WS-CONSELHO-OK NOT = "S"
               PERFORM SOLTAR-PENDENCIA
           ELSE
               MOVE WS-MATRICULA TO CSL-MATRICULA
               MOVE WS-ANO-LETIVO TO CSL-ANO-LETIVO
               READ ARQUIVO-CONSELHO KEY IS CSL-CHAVE
                   INVALID KEY
                       PERFORM SOLTAR-PENDENCIA
               END-READ
           END-IF.

       CONFERIR-CORRECOES.
           OPEN INPUT ARQUIVO-CORRECOES.
           IF WS-STATUS-COR NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 4 TO WS-PEND-ORDEM.
           MOVE "B" TO WS-PEND-CLASSE.
           MOVE SPACES TO WS-TURMA-REG.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CORRECOES
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF COR-PENDENTE
                               AND COR-ANO-LETIVO = WS-ANO-LETIVO
                           MOVE COR-MATRICULA TO WS-MATRICULA
                           PERFORM TURMA-DO-ALUNO
                           MOVE SPACES TO WS-PEND-DESCRICAO
                           STRING "CORRECAO DE " COR-CAMPO
                               " PENDENTE DE APLICACAO"
                               DELIMITED BY SIZE INTO WS-PEND-DESCRICAO
                           END-STRING
                           PERFORM SOLTAR-PENDENCIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-CORRECOES.

       CONFERIR-SEGUNDA-CHAMADA.
           OPEN INPUT ARQUIVO-SEGCHAMADA.
           IF WS-STATUS-SGC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 5 TO WS-PEND-ORDEM.
           MOVE SPACES TO WS-TURMA-REG.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-SEGCHAMADA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF SGC-ANO-LETIVO = WS-ANO-LETIVO
                               AND (SGC-APROVADA OR SGC-SOLICITADA)
                           PERFORM PENDENCIA-SEGUNDA-CHAMADA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-SEGCHAMADA.

       PENDENCIA-SEGUNDA-CHAMADA.
           MOVE SGC-MATRICULA TO WS-MATRICULA.
           PERFORM TURMA-DO-ALUNO.
           MOVE SPACES TO WS-PEND-DESCRICAO.
           IF SGC-APROVADA
               MOVE "B" TO WS-PEND-CLASSE
               STRING "2A CHAMADA APROVADA SEM NOTA: " SGC-DISCIPLINA
                   " B" SGC-BIMESTRE
                   DELIMITED BY SIZE INTO WS-PEND-DESCRICAO
               END-STRING
           ELSE
               MOVE "A" TO WS-PEND-CLASSE
               STRING "2A CHAMADA SEM DECISAO: " SGC-DISCIPLINA
                   " B" SGC-BIMESTRE
                   DELIMITED BY SIZE INTO WS-PEND-DESCRICAO
               END-STRING
           END-IF.
           PERFORM SOLTAR-PENDENCIA.

       CONFERIR-DEPENDENCIAS.
           OPEN INPUT ARQUIVO-DEPENDENCIA.
           IF WS-STATUS-DEP NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 6 TO WS-PEND-ORDEM.
           MOVE SPACES TO WS-TURMA-REG.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-DEPENDENCIA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF DEP-ABERTA
                               AND DEP-ANO-ORIGEM <= WS-ANO-LETIVO
                           PERFORM PENDENCIA-DEPENDENCIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-DEPENDENCIA.

       PENDENCIA-DEPENDENCIA.
      * A aberta no proprio ano e cursada no seguinte; a de ano
      * anterior ja devia ter resultado.
           MOVE DEP-MATRICULA TO WS-MATRICULA.
           PERFORM TURMA-DO-ALUNO.
           MOVE SPACES TO WS-PEND-DESCRICAO.
           IF DEP-ANO-ORIGEM < WS-ANO-LETIVO
               MOVE "B" TO WS-PEND-CLASSE
               STRING "DEPENDENCIA " DEP-ANO-ORIGEM " SEM RESULTADO: "
                   DEP-DISCIPLINA
                   DELIMITED BY SIZE INTO WS-PEND-DESCRICAO
               END-STRING
           ELSE
               MOVE "A" TO WS-PEND-CLASSE
               STRING "DEPENDENCIA ABERTA NO ANO: " DEP-DISCIPLINA
                   DELIMITED BY SIZE INTO WS-PEND-DESCRICAO
               END-STRING
           END-IF.
           PERFORM SOLTAR-PENDENCIA.

       LISTAR-PENDENCIAS.
           MOVE "S" TO WS-PRIMEIRO.
           MOVE "N" TO WS-FIM-SORT.
           PERFORM UNTIL WS-FIM-SORT = "S"
               RETURN WORK-PENDENCIAS
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       PERFORM LISTAR-PENDENCIA
               END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRO = "N"
               PERFORM FECHAR-TURMA
           END-IF.
           PERFORM ESCREVER-LINHA.
           MOVE ALL "=" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           STRING "PENDENCIAS BLOQUEANTES " WS-TOTAL-BLOQUEANTES
               "   AVISOS " WS-TOTAL-AVISOS
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       LISTAR-PENDENCIA.
           IF WS-PRIMEIRO = "S" OR SRT-TURMA NOT = WS-TURMA-CORRENTE
               IF WS-PRIMEIRO = "N"
                   PERFORM FECHAR-TURMA
               END-IF
               MOVE "N" TO WS-PRIMEIRO
               MOVE SRT-TURMA TO WS-TURMA-CORRENTE
               MOVE ZERO TO WS-TURMA-BLOQUEANTES WS-TURMA-AVISOS
               PERFORM ESCREVER-LINHA
               STRING "TURMA " SRT-TURMA
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           END-IF.
           IF SRT-CLASSE = "B"
               ADD 1 TO WS-TURMA-BLOQUEANTES
           ELSE
               ADD 1 TO WS-TURMA-AVISOS
           END-IF.
           IF SRT-MATRICULA = ZERO
               STRING "  " SRT-CLASSE "        " SRT-DESCRICAO
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
           ELSE
               STRING "  " SRT-CLASSE "  " SRT-MATRICULA " "
                   SRT-DESCRICAO
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
           END-IF.
           PERFORM ESCREVER-LINHA.

       FECHAR-TURMA.
           STRING "  TURMA " WS-TURMA-CORRENTE ": BLOQUEANTES "
               WS-TURMA-BLOQUEANTES "  AVISOS " WS-TURMA-AVISOS
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
