       IDENTIFICATION DIVISION.
           PROGRAM-ID. SIMULARPOLITICA.
           AUTHOR. Alexandre S S Alves.

      * Simulacao de mudanca na politica de notas antes de ela
      * valer. Mudar politica_notas.dat (corte, pesos,
      * arredondamento) e decisao da diretoria, e a pergunta e
      * sempre a mesma: quantos alunos mudam de resultado. Aqui a
      * linha candidata, no formato de politica_notas.dat, e
      * aplicada a todas as medias do ano -- resultado final em
      * notas_master.idx e, por disciplina, o ultimo bimestre
      * lancado em notas_disciplina.idx -- pelo mesmo calculo de
      * CALCMEDIA (CALCMEDIA-SIMULADA em POLITICANOTAS), lado a
      * lado com o recalculo pela politica em vigor. Nada e gravado
      * nos arquivos de notas. Sai em simulacao_politica.rel, por
      * serie e turma, cada aluno cujo resultado vira (nos dois
      * sentidos), as taxas de aprovacao com a politica atual e a
      * candidata e a distribuicao das medias por faixa.

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
           SELECT ARQUIVO-TURMA ASSIGN TO "turmas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS WS-STATUS-TUR.
           SELECT ARQUIVO-MASTER ASSIGN TO "notas_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-CHAVE
               FILE STATUS IS WS-STATUS-NM.
           SELECT ARQUIVO-NOTAS ASSIGN TO "notas_disciplina.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ND-CHAVE
               FILE STATUS IS WS-STATUS-ND.
           SELECT WORK-SIMULACAO ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-TURMA.
           COPY "RegistroTurma.cpy".

       FD  ARQUIVO-MASTER.
           COPY "RegistroNotaMaster.cpy".

       FD  ARQUIVO-NOTAS.
           COPY "RegistroNotaDisciplina.cpy".

       SD  WORK-SIMULACAO.
       01 REG-SORT-SIMULACAO.
           05 SRT-SERIE PIC 9(2).
           05 SRT-TURMA PIC X(10).
           05 SRT-MATRICULA PIC 9(5).
           05 SRT-FONTE PIC X(1).
           05 SRT-DISCIPLINA PIC X(20).
           05 SRT-NOME PIC X(20).
           05 SRT-MEDIA-ATUAL PIC 9(3)V9(2).
           05 SRT-MEDIA-NOVA PIC 9(3)V9(2).
           05 SRT-PASSOU-ATUAL PIC X(1).
           05 SRT-PASSOU-NOVA PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-TUR PIC X(2).
       01 WS-STATUS-NM PIC X(2).
       01 WS-STATUS-ND PIC X(2).
       01 WS-ALUNOS-OK PIC X.
       01 WS-TURMAS-OK PIC X.
       01 WS-NOTAS-OK PIC X.
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-FIM-SORT PIC X.
       01 WS-ANO-LETIVO PIC 9(4).
       01 WS-LINHA-CANDIDATA PIC X(40).

      * Politica em vigor, para o cabecalho.
       01 WS-CORTE PIC 9(2)V9(2).
       01 WS-PESO1 PIC 9(3).
       01 WS-PESO2 PIC 9(3).
       01 WS-PESO3 PIC 9(3).
       01 WS-ARREDONDA PIC X.
       01 WS-ED-CORTE PIC Z9.99.

      * Recalculo do registro corrente.
       01 WS-NOTA1 PIC 9(3)V9(2).
       01 WS-NOTA2 PIC 9(3)V9(2).
       01 WS-NOTA3 PIC 9(3)V9(2).
       01 WS-MEDIA-ATUAL PIC 9(3)V9(2).
       01 WS-MEDIA-NOVA PIC 9(3)V9(2).
       01 WS-RESULTADO-ATUAL PIC X(20).
       01 WS-RESULTADO-NOVO PIC X(20).
       01 WS-MATRICULA PIC 9(5).
       01 WS-NOME PIC X(20).
       01 WS-DISCIPLINA PIC X(20).
       01 WS-FONTE PIC X(1).
       01 WS-TURMA PIC X(10).
       01 WS-SERIE PIC 9(2).

      * Ultimo bimestre lido da disciplina corrente.
       01 WS-ND-PENDENTE PIC X.
       01 WS-ND-MATRICULA PIC 9(5).
       01 WS-ND-DISCIPLINA PIC X(20).
       01 WS-ND-NOTA1 PIC 9(3)V9(2).
       01 WS-ND-NOTA2 PIC 9(3)V9(2).
       01 WS-ND-NOTA3 PIC 9(3)V9(2).

      * Contadores por fonte: 1 resultado final, 2 disciplinas.
       01 WS-F PIC 9(1).
       01 WS-K PIC 9(2).
       01 WS-TOTAIS-GERAIS.
           05 WS-TOT-FONTE OCCURS 2 TIMES.
               10 WS-TOT-AVALIADOS PIC 9(6).
               10 WS-TOT-APROV-ATUAL PIC 9(6).
               10 WS-TOT-APROV-NOVA PIC 9(6).
               10 WS-TOT-PERDEM PIC 9(6).
               10 WS-TOT-GANHAM PIC 9(6).
               10 WS-TOT-SOMA-ATUAL PIC 9(8)V9(2).
               10 WS-TOT-SOMA-NOVA PIC 9(8)V9(2).
               10 WS-FAIXA-ATUAL PIC 9(6) OCCURS 5 TIMES.
               10 WS-FAIXA-NOVA PIC 9(6) OCCURS 5 TIMES.
       01 WS-TOTAIS-TURMA.
           05 WS-TUR-FONTE OCCURS 2 TIMES.
               10 WS-TUR-AVALIADOS PIC 9(5).
               10 WS-TUR-APROV-ATUAL PIC 9(5).
               10 WS-TUR-APROV-NOVA PIC 9(5).
       01 WS-TOTAIS-SERIE.
           05 WS-SER-FONTE OCCURS 2 TIMES.
               10 WS-SER-AVALIADOS PIC 9(5).
               10 WS-SER-APROV-ATUAL PIC 9(5).
               10 WS-SER-APROV-NOVA PIC 9(5).
       01 WS-FAIXA PIC 9(2).
       01 WS-TURMA-CORRENTE PIC X(10).
       01 WS-SERIE-CORRENTE PIC 9(2).
       01 WS-PRIMEIRO PIC X.

       01 WS-QTD PIC 9(6).
       01 WS-APROV-ATUAL PIC 9(6).
       01 WS-APROV-NOVA PIC 9(6).
       01 WS-TAXA-ATUAL PIC 9(3)V9(1).
       01 WS-TAXA-NOVA PIC 9(3)V9(1).
       01 WS-MEDIA-GERAL PIC 9(3)V9(2).
       01 WS-ED-QTD PIC ZZZZZ9.
       01 WS-ED-TAXA-ATUAL PIC ZZ9.9.
       01 WS-ED-TAXA-NOVA PIC ZZ9.9.
       01 WS-ED-MEDIA-ATUAL PIC ZZ9.99.
       01 WS-ED-MEDIA-NOVA PIC ZZ9.99.
       01 WS-ED-FAIXA-ATUAL PIC ZZZZZ9.
       01 WS-ED-FAIXA-NOVA PIC ZZZZZ9.
       01 WS-ED-VARIACAO PIC +ZZZZ9.
       01 WS-VARIACAO PIC S9(6).
       01 WS-ROTULO-FONTE PIC X(16).
       01 WS-ROTULOS-FAIXA.
           05 FILLER PIC X(12) VALUE "0.00 A 1.99 ".
           05 FILLER PIC X(12) VALUE "2.00 A 3.99 ".
           05 FILLER PIC X(12) VALUE "4.00 A 5.99 ".
           05 FILLER PIC X(12) VALUE "6.00 A 7.99 ".
           05 FILLER PIC X(12) VALUE "8.00 OU MAIS".
       01 WS-TAB-ROTULOS REDEFINES WS-ROTULOS-FAIXA.
           05 WS-ROTULO-FAIXA PIC X(12) OCCURS 5 TIMES.

       01 WS-REL-NOME PIC X(30) VALUE "simulacao_politica.rel".
       01 WS-REL-TITULO PIC X(40)
           VALUE "SIMULACAO DE POLITICA DE NOTAS".
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "-----------------------------------".
           DISPLAY "   Simulacao de Politica de Notas  ".
           DISPLAY "-----------------------------------".
           CALL "POLITICANOTAS" USING WS-CORTE WS-PESO1 WS-PESO2
               WS-PESO3 WS-ARREDONDA.
           MOVE WS-CORTE TO WS-ED-CORTE.
           DISPLAY "Politica em vigor: corte " WS-ED-CORTE
               " pesos " WS-PESO1 "/" WS-PESO2 "/" WS-PESO3
               " arredondamento " WS-ARREDONDA.
           DISPLAY "Ano Letivo: ".
           ACCEPT WS-ANO-LETIVO.
           DISPLAY "Politica candidata (CORTE;PESO1;PESO2;PESO3;A/T,".
           DISPLAY "ex: 07.00;030;030;040;A; campo vazio repete o ".
           DISPLAY "valor em vigor): ".
           ACCEPT WS-LINHA-CANDIDATA.
           IF WS-LINHA-CANDIDATA = SPACES
               DISPLAY "Sem politica candidata; nada a simular."
               GOBACK
           END-IF.
           PERFORM SIMULAR.
           GOBACK.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.

       SIMULAR.
           MOVE "N" TO WS-ALUNOS-OK WS-TURMAS-OK WS-NOTAS-OK.
           OPEN INPUT ARQUIVO-MASTER.
           IF WS-STATUS-NM NOT = "00"
               DISPLAY "notas_master.idx indisponivel (STATUS="
                   WS-STATUS-NM ")."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQUIVO-NOTAS.
           IF WS-STATUS-ND = "00"
               MOVE "S" TO WS-NOTAS-OK
           END-IF.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU = "00"
               MOVE "S" TO WS-ALUNOS-OK
           END-IF.
           OPEN INPUT ARQUIVO-TURMA.
           IF WS-STATUS-TUR = "00"
               MOVE "S" TO WS-TURMAS-OK
           END-IF.
           INITIALIZE WS-TOTAIS-GERAIS.

           SORT WORK-SIMULACAO
               ON ASCENDING KEY SRT-SERIE SRT-TURMA SRT-MATRICULA
                   SRT-FONTE SRT-DISCIPLINA
               INPUT PROCEDURE RECALCULAR-MEDIAS
               OUTPUT PROCEDURE IMPRIMIR-SIMULACAO.

           CLOSE ARQUIVO-MASTER.
           IF WS-NOTAS-OK = "S"
               CLOSE ARQUIVO-NOTAS
           END-IF.
           IF WS-ALUNOS-OK = "S"
               CLOSE ARQUIVO-ALUNOS
           END-IF.
           IF WS-TURMAS-OK = "S"
               CLOSE ARQUIVO-TURMA
           END-IF.
           DISPLAY "Resultados finais avaliados: " WS-TOT-AVALIADOS(1).
           DISPLAY "  perdem a aprovacao:        " WS-TOT-PERDEM(1).
           DISPLAY "  passam a ser aprovados:    " WS-TOT-GANHAM(1).
           DISPLAY "Disciplinas avaliadas:       " WS-TOT-AVALIADOS(2).
           DISPLAY "Relatorio em simulacao_politica.rel".
           MOVE 0 TO RETURN-CODE.

       RECALCULAR-MEDIAS.
      * Resultado final do ano, um registro por aluno.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-MASTER NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF NM-ANO-LETIVO = WS-ANO-LETIVO
                           MOVE NM-MATRICULA TO WS-MATRICULA
                           MOVE SPACES TO WS-DISCIPLINA
                           MOVE "F" TO WS-FONTE
                           MOVE NM-NOTA-1 TO WS-NOTA1
                           MOVE NM-NOTA-2 TO WS-NOTA2
                           MOVE NM-NOTA-3 TO WS-NOTA3
                           PERFORM RECALCULAR-REGISTRO
                       END-IF
               END-READ
           END-PERFORM.
      * Por disciplina vale o ultimo bimestre lancado: a chave e
      * matricula + ano + disciplina + bimestre, entao o registro
      * que fecha cada disciplina e o mais recente.
           IF WS-NOTAS-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ND-PENDENTE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-NOTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF ND-ANO-LETIVO = WS-ANO-LETIVO
                           IF WS-ND-PENDENTE = "S"
                               AND (ND-MATRICULA NOT = WS-ND-MATRICULA
                                OR ND-DISCIPLINA NOT = WS-ND-DISCIPLINA)
                               PERFORM FECHAR-DISCIPLINA
                           END-IF
                           MOVE "S" TO WS-ND-PENDENTE
                           MOVE ND-MATRICULA TO WS-ND-MATRICULA
                           MOVE ND-DISCIPLINA TO WS-ND-DISCIPLINA
                           MOVE ND-NOTA-1 TO WS-ND-NOTA1
                           MOVE ND-NOTA-2 TO WS-ND-NOTA2
                           MOVE ND-NOTA-3 TO WS-ND-NOTA3
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ND-PENDENTE = "S"
               PERFORM FECHAR-DISCIPLINA
           END-IF.

       FECHAR-DISCIPLINA.
           MOVE WS-ND-MATRICULA TO WS-MATRICULA.
           MOVE WS-ND-DISCIPLINA TO WS-DISCIPLINA.
           MOVE "D" TO WS-FONTE.
           MOVE WS-ND-NOTA1 TO WS-NOTA1.
           MOVE WS-ND-NOTA2 TO WS-NOTA2.
           MOVE WS-ND-NOTA3 TO WS-NOTA3.
           PERFORM RECALCULAR-REGISTRO.
           MOVE "N" TO WS-ND-PENDENTE.

       RECALCULAR-REGISTRO.
           CALL "CALCMEDIA" USING WS-NOTA1 WS-NOTA2 WS-NOTA3
               WS-MEDIA-ATUAL WS-RESULTADO-ATUAL.
           CALL "CALCMEDIA-SIMULADA" USING WS-LINHA-CANDIDATA
               WS-NOTA1 WS-NOTA2 WS-NOTA3
               WS-MEDIA-NOVA WS-RESULTADO-NOVO.
           PERFORM LOCALIZAR-TURMA.
           IF WS-FONTE = "F"
               MOVE 1 TO WS-F
           ELSE
               MOVE 2 TO WS-F
           END-IF.
           ADD 1 TO WS-TOT-AVALIADOS(WS-F).
           ADD WS-MEDIA-ATUAL TO WS-TOT-SOMA-ATUAL(WS-F).
           ADD WS-MEDIA-NOVA TO WS-TOT-SOMA-NOVA(WS-F).
           COMPUTE WS-FAIXA = WS-MEDIA-ATUAL / 2.
           ADD 1 TO WS-FAIXA.
           IF WS-FAIXA > 5
               MOVE 5 TO WS-FAIXA
           END-IF.
           ADD 1 TO WS-FAIXA-ATUAL(WS-F, WS-FAIXA).
           COMPUTE WS-FAIXA = WS-MEDIA-NOVA / 2.
           ADD 1 TO WS-FAIXA.
           IF WS-FAIXA > 5
               MOVE 5 TO WS-FAIXA
           END-IF.
           ADD 1 TO WS-FAIXA-NOVA(WS-F, WS-FAIXA).
           INITIALIZE REG-SORT-SIMULACAO.
           MOVE WS-SERIE TO SRT-SERIE.
           MOVE WS-TURMA TO SRT-TURMA.
           MOVE WS-MATRICULA TO SRT-MATRICULA.
           MOVE WS-FONTE TO SRT-FONTE.
           MOVE WS-DISCIPLINA TO SRT-DISCIPLINA.
           MOVE WS-NOME TO SRT-NOME.
           MOVE WS-MEDIA-ATUAL TO SRT-MEDIA-ATUAL.
           MOVE WS-MEDIA-NOVA TO SRT-MEDIA-NOVA.
           MOVE "N" TO SRT-PASSOU-ATUAL SRT-PASSOU-NOVA.
           IF WS-RESULTADO-ATUAL = "PASSOU"
               MOVE "S" TO SRT-PASSOU-ATUAL
               ADD 1 TO WS-TOT-APROV-ATUAL(WS-F)
           END-IF.
           IF WS-RESULTADO-NOVO = "PASSOU"
               MOVE "S" TO SRT-PASSOU-NOVA
               ADD 1 TO WS-TOT-APROV-NOVA(WS-F)
           END-IF.
           IF SRT-PASSOU-ATUAL = "S" AND SRT-PASSOU-NOVA = "N"
               ADD 1 TO WS-TOT-PERDEM(WS-F)
           END-IF.
           IF SRT-PASSOU-ATUAL = "N" AND SRT-PASSOU-NOVA = "S"
               ADD 1 TO WS-TOT-GANHAM(WS-F)
           END-IF.
           RELEASE REG-SORT-SIMULACAO.

       LOCALIZAR-TURMA.
      * Turma do cadastro do aluno e serie do cadastro de turmas;
      * sem eles o aluno cai em "SEM TURMA", serie 00.
           MOVE "SEM TURMA" TO WS-TURMA.
           MOVE ZERO TO WS-SERIE.
           MOVE SPACES TO WS-NOME.
           IF WS-ALUNOS-OK = "S"
               MOVE WS-MATRICULA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME-ALUNO TO WS-NOME
                       IF TURMA NOT = SPACES
                           MOVE TURMA TO WS-TURMA
                       END-IF
               END-READ
           END-IF.
           IF WS-TURMAS-OK = "S" AND WS-TURMA NOT = "SEM TURMA"
               MOVE WS-TURMA TO TUR-CODIGO
               READ ARQUIVO-TURMA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TUR-SERIE TO WS-SERIE
               END-READ
           END-IF.

       IMPRIMIR-SIMULACAO.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           MOVE WS-CORTE TO WS-ED-CORTE.
           STRING "ANO LETIVO " WS-ANO-LETIVO "  EM VIGOR: CORTE "
               WS-ED-CORTE " PESOS " WS-PESO1 "/" WS-PESO2 "/"
               WS-PESO3 " " WS-ARREDONDA
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           STRING "CANDIDATA: " WS-LINHA-CANDIDATA
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "S" TO WS-PRIMEIRO.
           INITIALIZE WS-TOTAIS-TURMA WS-TOTAIS-SERIE.
           MOVE "N" TO WS-FIM-SORT.
           PERFORM UNTIL WS-FIM-SORT = "S"
               RETURN WORK-SIMULACAO
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       PERFORM TRATAR-RETORNO
               END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRO = "N"
               PERFORM FECHAR-TURMA
               PERFORM FECHAR-SERIE
           END-IF.
           PERFORM IMPRIMIR-RESUMO.
           CALL "REL-FECHAR".

       TRATAR-RETORNO.
           IF WS-PRIMEIRO = "S"
               MOVE "N" TO WS-PRIMEIRO
               MOVE SRT-SERIE TO WS-SERIE-CORRENTE
               MOVE SRT-TURMA TO WS-TURMA-CORRENTE
               PERFORM ABRIR-SERIE
               PERFORM ABRIR-TURMA
           ELSE
               IF SRT-SERIE NOT = WS-SERIE-CORRENTE
                   PERFORM FECHAR-TURMA
                   PERFORM FECHAR-SERIE
                   MOVE SRT-SERIE TO WS-SERIE-CORRENTE
                   MOVE SRT-TURMA TO WS-TURMA-CORRENTE
                   PERFORM ABRIR-SERIE
                   PERFORM ABRIR-TURMA
               ELSE
                   IF SRT-TURMA NOT = WS-TURMA-CORRENTE
                       PERFORM FECHAR-TURMA
                       MOVE SRT-TURMA TO WS-TURMA-CORRENTE
                       PERFORM ABRIR-TURMA
                   END-IF
               END-IF
           END-IF.
           IF SRT-FONTE = "F"
               MOVE 1 TO WS-F
           ELSE
               MOVE 2 TO WS-F
           END-IF.
           ADD 1 TO WS-TUR-AVALIADOS(WS-F) WS-SER-AVALIADOS(WS-F).
           IF SRT-PASSOU-ATUAL = "S"
               ADD 1 TO WS-TUR-APROV-ATUAL(WS-F)
                   WS-SER-APROV-ATUAL(WS-F)
           END-IF.
           IF SRT-PASSOU-NOVA = "S"
               ADD 1 TO WS-TUR-APROV-NOVA(WS-F)
                   WS-SER-APROV-NOVA(WS-F)
           END-IF.
           IF SRT-PASSOU-ATUAL NOT = SRT-PASSOU-NOVA
               PERFORM LINHA-VIRADA
           END-IF.

       ABRIR-SERIE.
           INITIALIZE WS-TOTAIS-SERIE.
           MOVE ALL "=" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           STRING "SERIE " WS-SERIE-CORRENTE
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       ABRIR-TURMA.
           INITIALIZE WS-TOTAIS-TURMA.
           STRING "  TURMA " WS-TURMA-CORRENTE
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       LINHA-VIRADA.
           MOVE SRT-MEDIA-ATUAL TO WS-ED-MEDIA-ATUAL.
           MOVE SRT-MEDIA-NOVA TO WS-ED-MEDIA-NOVA.
           IF SRT-FONTE = "F"
               MOVE "RESULTADO FINAL" TO WS-ROTULO-FONTE
           ELSE
               MOVE SRT-DISCIPLINA TO WS-ROTULO-FONTE
           END-IF.
           STRING "    " SRT-MATRICULA " " SRT-NOME " "
               WS-ROTULO-FONTE " " WS-ED-MEDIA-ATUAL " ->"
               WS-ED-MEDIA-NOVA
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           IF SRT-PASSOU-ATUAL = "S"
               MOVE " PERDE" TO WS-REL-LINHA(68:6)
           ELSE
               MOVE " GANHA" TO WS-REL-LINHA(68:6)
           END-IF.
           PERFORM ESCREVER-LINHA.

       FECHAR-TURMA.
           MOVE WS-TUR-AVALIADOS(1) TO WS-QTD.
           MOVE WS-TUR-APROV-ATUAL(1) TO WS-APROV-ATUAL.
           MOVE WS-TUR-APROV-NOVA(1) TO WS-APROV-NOVA.
           MOVE "    FINAL" TO WS-ROTULO-FONTE.
           PERFORM LINHA-TAXAS.
           MOVE WS-TUR-AVALIADOS(2) TO WS-QTD.
           MOVE WS-TUR-APROV-ATUAL(2) TO WS-APROV-ATUAL.
           MOVE WS-TUR-APROV-NOVA(2) TO WS-APROV-NOVA.
           MOVE "    DISCIPLINAS" TO WS-ROTULO-FONTE.
           PERFORM LINHA-TAXAS.

       FECHAR-SERIE.
           MOVE WS-SER-AVALIADOS(1) TO WS-QTD.
           MOVE WS-SER-APROV-ATUAL(1) TO WS-APROV-ATUAL.
           MOVE WS-SER-APROV-NOVA(1) TO WS-APROV-NOVA.
           MOVE "  SERIE FINAL" TO WS-ROTULO-FONTE.
           PERFORM LINHA-TAXAS.
           MOVE WS-SER-AVALIADOS(2) TO WS-QTD.
           MOVE WS-SER-APROV-ATUAL(2) TO WS-APROV-ATUAL.
           MOVE WS-SER-APROV-NOVA(2) TO WS-APROV-NOVA.
           MOVE "  SERIE DISC." TO WS-ROTULO-FONTE.
           PERFORM LINHA-TAXAS.

       LINHA-TAXAS.
      * Aprovacao com a politica em vigor e com a candidata.
           IF WS-QTD = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TAXA-ATUAL ROUNDED =
               WS-APROV-ATUAL * 100 / WS-QTD.
           COMPUTE WS-TAXA-NOVA ROUNDED =
               WS-APROV-NOVA * 100 / WS-QTD.
           MOVE WS-QTD TO WS-ED-QTD.
           MOVE WS-TAXA-ATUAL TO WS-ED-TAXA-ATUAL.
           MOVE WS-TAXA-NOVA TO WS-ED-TAXA-NOVA.
           STRING WS-ROTULO-FONTE " AVALIADOS " WS-ED-QTD
               "  APROVACAO ATUAL " WS-ED-TAXA-ATUAL
               "%  CANDIDATA " WS-ED-TAXA-NOVA "%"
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       IMPRIMIR-RESUMO.
           PERFORM ESCREVER-LINHA.
           MOVE ALL "=" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "RESUMO GERAL" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 2
               PERFORM RESUMO-FONTE
           END-PERFORM.

       RESUMO-FONTE.
           PERFORM ESCREVER-LINHA.
           IF WS-F = 1
               MOVE "RESULTADO FINAL" TO WS-ROTULO-FONTE
           ELSE
               MOVE "DISCIPLINAS" TO WS-ROTULO-FONTE
           END-IF.
           MOVE WS-TOT-AVALIADOS(WS-F) TO WS-QTD.
           MOVE WS-TOT-APROV-ATUAL(WS-F) TO WS-APROV-ATUAL.
           MOVE WS-TOT-APROV-NOVA(WS-F) TO WS-APROV-NOVA.
           PERFORM LINHA-TAXAS.
           IF WS-QTD = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TOT-PERDEM(WS-F) TO WS-ED-QTD.
           STRING "  PERDEM A APROVACAO " WS-ED-QTD
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           MOVE WS-TOT-GANHAM(WS-F) TO WS-ED-QTD.
           STRING "  PASSAM A APROVADOS " WS-ED-QTD
               DELIMITED BY SIZE INTO WS-REL-LINHA(31:40)
           END-STRING.
           PERFORM ESCREVER-LINHA.
           COMPUTE WS-MEDIA-GERAL ROUNDED =
               WS-TOT-SOMA-ATUAL(WS-F) / WS-QTD.
           MOVE WS-MEDIA-GERAL TO WS-ED-MEDIA-ATUAL.
           COMPUTE WS-MEDIA-GERAL ROUNDED =
               WS-TOT-SOMA-NOVA(WS-F) / WS-QTD.
           MOVE WS-MEDIA-GERAL TO WS-ED-MEDIA-NOVA.
           STRING "  MEDIA GERAL ATUAL " WS-ED-MEDIA-ATUAL
               "  CANDIDATA " WS-ED-MEDIA-NOVA
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE "  FAIXA DA MEDIA       ATUAL  CANDIDATA  VARIACAO"
               TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 5
               MOVE WS-FAIXA-ATUAL(WS-F, WS-K) TO WS-ED-FAIXA-ATUAL
               MOVE WS-FAIXA-NOVA(WS-F, WS-K) TO WS-ED-FAIXA-NOVA
               COMPUTE WS-VARIACAO = WS-FAIXA-NOVA(WS-F, WS-K)
                   - WS-FAIXA-ATUAL(WS-F, WS-K)
               MOVE WS-VARIACAO TO WS-ED-VARIACAO
               STRING "  " WS-ROTULO-FAIXA(WS-K) "      "
                   WS-ED-FAIXA-ATUAL "     " WS-ED-FAIXA-NOVA
                   "    " WS-ED-VARIACAO
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           END-PERFORM.
