       IDENTIFICATION DIVISION.
           PROGRAM-ID. RISCOALUNOS.
           AUTHOR. Alexandre S S Alves.

      * Indice composto de risco por aluno ativo. Cada alerta da
      * casa olha um problema so -- PROJECAOFREQ a frequencia,
      * PROJECAONOTAS as notas, o evento EVASAO a sequencia de
      * faltas, ocorrencias.idx a conduta, mensalidades.idx o
      * financeiro -- e o aluno um pouco mal em todos passa por
      * todos sem ser visto. Aqui as cinco fontes viram parcelas de
      * 0 a 100 e um indice ponderado:
      *   frequencia  - faltas sobre os dias letivos ja decorridos
      *                 (CALCFREQDETALHE, atestado fora da conta);
      *                 25% de faltas, o piso de 75% furado, vale 100;
      *   notas       - disciplinas com a media do ultimo bimestre
      *                 lancado abaixo do corte da politica de notas,
      *                 sobre as disciplinas do ano;
      *   evasao      - alerta de faltas consecutivas
      *                 (alertas_evasao.dat) iniciado nos ultimos 60
      *                 dias vale 100;
      *   ocorrencias - nos ultimos 90 dias, leve 10, media 25,
      *                 grave 50, ate 100;
      *   financeiro  - mensalidades abertas e vencidas: uma 40,
      *                 duas 70, tres ou mais 100.
      * Os pesos vem de politica_risco.dat, uma linha
      * PF;PN;PE;PO;PC;SALTO, por exemplo "030;030;010;015;015;15";
      * sem o arquivo valem esses. SALTO e a alta, em pontos, sobre
      * a apuracao anterior que marca o aluno como alta brusca.
      * Cada rodada grava a fotografia em risco_historico.idx e sai
      * o ranking por turma em risco_alunos.rel, com as altas
      * bruscas no fim. O historico do aluno mostra a serie para a
      * coordenacao ver se a intervencao funcionou. A rodada semanal
      * vem do agendador (ENTRY RISCO-SEMANAL, ano letivo corrente).

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
           SELECT ARQUIVO-RISCO ASSIGN TO "risco_historico.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIS-CHAVE
               FILE STATUS IS WS-STATUS-RIS.
           SELECT ARQUIVO-NOTAS ASSIGN TO "notas_disciplina.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ND-CHAVE
               FILE STATUS IS WS-STATUS-ND.
           SELECT ARQUIVO-OCORRENCIA ASSIGN TO "ocorrencias.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCO-CHAVE
               FILE STATUS IS WS-STATUS-OCO.
           SELECT ARQUIVO-MENSALIDADE ASSIGN TO "mensalidades.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WS-STATUS-MEN.
           SELECT ARQUIVO-ALERTAS ASSIGN TO "alertas_evasao.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALE.
           SELECT ARQUIVO-CALENDARIO
               ASSIGN TO "calendario_escolar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAL.
           SELECT ARQUIVO-POLITICA ASSIGN TO "politica_risco.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-POL.
           SELECT WORK-RISCO ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-RISCO.
           COPY "RegistroRisco.cpy".

       FD  ARQUIVO-NOTAS.
           COPY "RegistroNotaDisciplina.cpy".

       FD  ARQUIVO-OCORRENCIA.
           COPY "RegistroOcorrencia.cpy".

       FD  ARQUIVO-MENSALIDADE.
           COPY "RegistroMensalidade.cpy".

       FD  ARQUIVO-ALERTAS.
       01 REG-ALERTA-EVASAO.
           05 ALE-MATRICULA PIC 9(5).
           05 ALE-DATA-INICIO PIC 9(8).

       FD  ARQUIVO-CALENDARIO.
       01 REG-CALENDARIO.
           05 CAL-ANO-LETIVO PIC 9(4).
           05 CAL-DATA PIC 9(8).

       FD  ARQUIVO-POLITICA.
       01 LINHA-POLITICA PIC X(40).

       SD  WORK-RISCO.
       01 REG-SORT-RISCO.
           05 SRT-TURMA PIC X(10).
           05 SRT-INDICE PIC 9(3).
           05 SRT-MATRICULA PIC 9(5).
           05 SRT-NOME PIC X(20).
           05 SRT-FREQUENCIA PIC 9(3).
           05 SRT-NOTAS PIC 9(3).
           05 SRT-EVASAO PIC 9(3).
           05 SRT-OCORRENCIAS PIC 9(3).
           05 SRT-FINANCEIRO PIC 9(3).
           05 SRT-TEM-ANTERIOR PIC X(1).
           05 SRT-VARIACAO PIC S9(3).
           05 SRT-ALTA PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9(1).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-RIS PIC X(2).
       01 WS-STATUS-ND PIC X(2).
       01 WS-STATUS-OCO PIC X(2).
       01 WS-STATUS-MEN PIC X(2).
       01 WS-STATUS-ALE PIC X(2).
       01 WS-STATUS-CAL PIC X(2).
       01 WS-STATUS-POL PIC X(2).
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-DIA-HOJE PIC 9(7).
       01 WS-LIMITE-OCORRENCIAS PIC 9(8).
       01 WS-LIMITE-EVASAO PIC 9(8).
       01 WS-ANO-LETIVO PIC 9(4).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-FIM-LEITURA PIC X.
       01 WS-NOTAS-OK PIC X.
       01 WS-OCORRENCIAS-OK PIC X.
       01 WS-MENSALIDADES-OK PIC X.
       01 WS-MATRICULA PIC 9(5).
       01 WS-I PIC 9(4).

      * Pesos das parcelas e salto que marca alta brusca.
       01 WS-PESO-FREQUENCIA PIC 9(3) VALUE 30.
       01 WS-PESO-NOTAS PIC 9(3) VALUE 30.
       01 WS-PESO-EVASAO PIC 9(3) VALUE 10.
       01 WS-PESO-OCORRENCIAS PIC 9(3) VALUE 15.
       01 WS-PESO-FINANCEIRO PIC 9(3) VALUE 15.
       01 WS-SALTO PIC 9(2) VALUE 15.
       01 WS-SOMA-PESOS PIC 9(4).
       01 WS-CAMPOS.
           05 WS-CAMPO PIC X(10) OCCURS 6 TIMES.

      * Politica de notas: so o corte interessa aqui.
       01 WS-CORTE PIC 9(2)V9(2).
       01 WS-PESO1 PIC 9(3).
       01 WS-PESO2 PIC 9(3).
       01 WS-PESO3 PIC 9(3).
       01 WS-ARREDONDA PIC X.

      * Frequencia.
       01 WS-DIAS-TOTAIS PIC 9(5).
       01 WS-DIAS-RESTANTES PIC 9(5).
       01 WS-PRESENCAS PIC 9(5).
       01 WS-DIAS-LETIVOS PIC 9(5).
       01 WS-JUSTIFICADOS PIC 9(5).
       01 WS-PERC-BRUTO PIC 9(3)V9(2).
       01 WS-PERC-AJUSTADO PIC 9(3)V9(2).
       01 WS-FALTAS PIC S9(5).
       01 WS-DECORRIDOS PIC S9(5).

      * Notas: quebra por disciplina, vale o ultimo bimestre lido.
       01 WS-DISCIPLINA PIC X(20).
       01 WS-MEDIA-DISCIPLINA PIC 9(3)V9(2).
       01 WS-QTD-DISCIPLINAS PIC 9(3).
       01 WS-QTD-ABAIXO PIC 9(3).

      * Alertas de evasao recentes, carregados uma vez por rodada.
       01 WS-QTD-EVASAO PIC 9(4) VALUE ZERO.
       01 WS-TAB-EVASAO.
           05 WS-EVASAO-MATRICULA PIC 9(5) OCCURS 2000 TIMES.

       01 WS-PONTOS PIC 9(5).
       01 WS-QTD-VENCIDAS PIC 9(3).
       01 WS-VENCIMENTO PIC 9(8).

      * Parcelas e indice do aluno corrente.
       01 WS-FREQUENCIA PIC 9(3).
       01 WS-NOTAS PIC 9(3).
       01 WS-EVASAO PIC 9(3).
       01 WS-OCORRENCIAS PIC 9(3).
       01 WS-FINANCEIRO PIC 9(3).
       01 WS-INDICE PIC 9(3).
       01 WS-INDICE-ANTERIOR PIC 9(3).
       01 WS-TEM-ANTERIOR PIC X.
       01 WS-VARIACAO PIC S9(3).

      * Ranking.
       01 WS-TURMA-CORRENTE PIC X(10).
       01 WS-POSICAO PIC 9(3).
       01 WS-TOTAL-AVALIADOS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-ALTAS PIC 9(4) VALUE ZERO.
       01 WS-TAB-ALTAS.
           05 WS-ALTA-LINHA PIC X(80) OCCURS 300 TIMES.
       01 WS-ED-POSICAO PIC ZZ9.
       01 WS-ED-INDICE PIC ZZ9.
       01 WS-ED-VARIACAO PIC +ZZ9.
       01 WS-ED-PARCELA PIC ZZ9.

       01 WS-REL-NOME PIC X(30) VALUE "risco_alunos.rel".
       01 WS-REL-TITULO PIC X(40)
           VALUE "INDICE DE RISCO POR TURMA".
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "-----------------------------------".
           DISPLAY "   Indice de Risco dos Alunos      ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Apurar Indice de Risco        ".
           DISPLAY "2 -  Historico do Aluno            ".
           DISPLAY "3 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   DISPLAY "Ano Letivo: "
                   ACCEPT WS-ANO-LETIVO
                   PERFORM APURAR-RODADA
                   PERFORM PRINCIPAL
               WHEN 2
                   PERFORM HISTORICO-ALUNO
               WHEN 3
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

      * Rodada semanal pelo agendador: ano letivo corrente.
       ENTRY "RISCO-SEMANAL".
           CALL "CONFIGAMBIENTE".
           PERFORM OBTER-HOJE.
           MOVE WS-HOJE(1:4) TO WS-ANO-LETIVO.
           PERFORM APURAR-RODADA.
           GOBACK.

       OBTER-HOJE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           COMPUTE WS-DIA-HOJE = FUNCTION INTEGER-OF-DATE(WS-HOJE).

       APURAR-RODADA.
           PERFORM OBTER-HOJE.
           COMPUTE WS-LIMITE-OCORRENCIAS =
               FUNCTION DATE-OF-INTEGER(WS-DIA-HOJE - 90).
           COMPUTE WS-LIMITE-EVASAO =
               FUNCTION DATE-OF-INTEGER(WS-DIA-HOJE - 60).
           PERFORM CARREGAR-POLITICA.
           CALL "POLITICANOTAS" USING WS-CORTE WS-PESO1 WS-PESO2
               WS-PESO3 WS-ARREDONDA.
           PERFORM CONTAR-DIAS-DO-ANO.
           PERFORM CARREGAR-EVASAO.
           MOVE ZERO TO WS-TOTAL-AVALIADOS WS-TOTAL-ALTAS.

           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-HISTORICO.
           IF WS-STATUS-RIS NOT = "00"
               CLOSE ARQUIVO-ALUNOS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-NOTAS-OK WS-OCORRENCIAS-OK
               WS-MENSALIDADES-OK.
           OPEN INPUT ARQUIVO-NOTAS.
           IF WS-STATUS-ND = "00"
               MOVE "S" TO WS-NOTAS-OK
           END-IF.
           OPEN INPUT ARQUIVO-OCORRENCIA.
           IF WS-STATUS-OCO = "00"
               MOVE "S" TO WS-OCORRENCIAS-OK
           END-IF.
           OPEN INPUT ARQUIVO-MENSALIDADE.
           IF WS-STATUS-MEN = "00"
               MOVE "S" TO WS-MENSALIDADES-OK
           END-IF.

           SORT WORK-RISCO
               ON ASCENDING KEY SRT-TURMA
               ON DESCENDING KEY SRT-INDICE
               ON ASCENDING KEY SRT-MATRICULA
               INPUT PROCEDURE APURAR-ALUNOS
               OUTPUT PROCEDURE IMPRIMIR-RANKING.

           CLOSE ARQUIVO-ALUNOS ARQUIVO-RISCO.
           IF WS-NOTAS-OK = "S"
               CLOSE ARQUIVO-NOTAS
           END-IF.
           IF WS-OCORRENCIAS-OK = "S"
               CLOSE ARQUIVO-OCORRENCIA
           END-IF.
           IF WS-MENSALIDADES-OK = "S"
               CLOSE ARQUIVO-MENSALIDADE
           END-IF.
           DISPLAY "Alunos avaliados: " WS-TOTAL-AVALIADOS.
           DISPLAY "Altas bruscas:    " WS-TOTAL-ALTAS.
           MOVE 0 TO RETURN-CODE.

       CARREGAR-POLITICA.
           OPEN INPUT ARQUIVO-POLITICA.
           IF WS-STATUS-POL = "00"
               READ ARQUIVO-POLITICA
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM INTERPRETAR-POLITICA
               END-READ
               CLOSE ARQUIVO-POLITICA
           END-IF.
           COMPUTE WS-SOMA-PESOS = WS-PESO-FREQUENCIA + WS-PESO-NOTAS
               + WS-PESO-EVASAO + WS-PESO-OCORRENCIAS
               + WS-PESO-FINANCEIRO.
           IF WS-SOMA-PESOS = ZERO
               MOVE 30 TO WS-PESO-FREQUENCIA WS-PESO-NOTAS
               MOVE 10 TO WS-PESO-EVASAO
               MOVE 15 TO WS-PESO-OCORRENCIAS WS-PESO-FINANCEIRO
               MOVE 100 TO WS-SOMA-PESOS
           END-IF.

       INTERPRETAR-POLITICA.
           MOVE SPACES TO WS-CAMPOS.
           UNSTRING LINHA-POLITICA DELIMITED BY ";"
               INTO WS-CAMPO(1) WS-CAMPO(2) WS-CAMPO(3)
                    WS-CAMPO(4) WS-CAMPO(5) WS-CAMPO(6)
           END-UNSTRING.
           IF WS-CAMPO(1)(1:3) IS NUMERIC
               MOVE WS-CAMPO(1)(1:3) TO WS-PESO-FREQUENCIA
           END-IF.
           IF WS-CAMPO(2)(1:3) IS NUMERIC
               MOVE WS-CAMPO(2)(1:3) TO WS-PESO-NOTAS
           END-IF.
           IF WS-CAMPO(3)(1:3) IS NUMERIC
               MOVE WS-CAMPO(3)(1:3) TO WS-PESO-EVASAO
           END-IF.
           IF WS-CAMPO(4)(1:3) IS NUMERIC
               MOVE WS-CAMPO(4)(1:3) TO WS-PESO-OCORRENCIAS
           END-IF.
           IF WS-CAMPO(5)(1:3) IS NUMERIC
               MOVE WS-CAMPO(5)(1:3) TO WS-PESO-FINANCEIRO
           END-IF.
           IF WS-CAMPO(6)(1:2) IS NUMERIC
                   AND WS-CAMPO(6)(1:2) NOT = "00"
               MOVE WS-CAMPO(6)(1:2) TO WS-SALTO
           END-IF.

       CONTAR-DIAS-DO-ANO.
           MOVE ZERO TO WS-DIAS-TOTAIS.
           MOVE ZERO TO WS-DIAS-RESTANTES.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-CALENDARIO.
           IF WS-STATUS-CAL = "00"
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-CALENDARIO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CAL-ANO-LETIVO = WS-ANO-LETIVO
                               ADD 1 TO WS-DIAS-TOTAIS
                               IF CAL-DATA > WS-HOJE
                                   ADD 1 TO WS-DIAS-RESTANTES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-CALENDARIO
           END-IF.

       CARREGAR-EVASAO.
           MOVE ZERO TO WS-QTD-EVASAO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-ALERTAS.
           IF WS-STATUS-ALE = "00"
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-ALERTAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF ALE-DATA-INICIO >= WS-LIMITE-EVASAO
                                   AND WS-QTD-EVASAO < 2000
                               ADD 1 TO WS-QTD-EVASAO
                               MOVE ALE-MATRICULA
                                   TO WS-EVASAO-MATRICULA(WS-QTD-EVASAO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-ALERTAS
           END-IF.

       ABRIR-HISTORICO.
           OPEN I-O ARQUIVO-RISCO.
           EVALUATE WS-STATUS-RIS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-RISCO
                   CLOSE ARQUIVO-RISCO
                   OPEN I-O ARQUIVO-RISCO
               WHEN OTHER
                   DISPLAY "Erro ao abrir risco_historico.idx. STATUS="
                       WS-STATUS-RIS
           END-EVALUATE.

       APURAR-ALUNOS.
           MOVE "N" TO WS-FIM-LEITURA.
           PERFORM UNTIL WS-FIM-LEITURA = "S"
               READ ARQUIVO-ALUNOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LEITURA
                   NOT AT END
                       IF CTL-MARCADOR NOT = "TRL"
                               AND (SITUACAO-ALUNO = SPACES
                                   OR SITUACAO-ALUNO = "A")
                           PERFORM APURAR-ALUNO
                       END-IF
               END-READ
           END-PERFORM.

       APURAR-ALUNO.
           ADD 1 TO WS-TOTAL-AVALIADOS.
           MOVE MATRICULA-ALUNO TO WS-MATRICULA.
           PERFORM PARCELA-FREQUENCIA.
           PERFORM PARCELA-NOTAS.
           PERFORM PARCELA-EVASAO.
           PERFORM PARCELA-OCORRENCIAS.
           PERFORM PARCELA-FINANCEIRO.
           COMPUTE WS-INDICE ROUNDED =
               (WS-FREQUENCIA * WS-PESO-FREQUENCIA
                + WS-NOTAS * WS-PESO-NOTAS
                + WS-EVASAO * WS-PESO-EVASAO
                + WS-OCORRENCIAS * WS-PESO-OCORRENCIAS
                + WS-FINANCEIRO * WS-PESO-FINANCEIRO)
               / WS-SOMA-PESOS.
           PERFORM BUSCAR-ANTERIOR.
           PERFORM GRAVAR-HISTORICO.
           INITIALIZE REG-SORT-RISCO.
           MOVE TURMA TO SRT-TURMA.
           MOVE WS-INDICE TO SRT-INDICE.
           MOVE WS-MATRICULA TO SRT-MATRICULA.
           MOVE NOME-ALUNO TO SRT-NOME.
           MOVE WS-FREQUENCIA TO SRT-FREQUENCIA.
           MOVE WS-NOTAS TO SRT-NOTAS.
           MOVE WS-EVASAO TO SRT-EVASAO.
           MOVE WS-OCORRENCIAS TO SRT-OCORRENCIAS.
           MOVE WS-FINANCEIRO TO SRT-FINANCEIRO.
           MOVE WS-TEM-ANTERIOR TO SRT-TEM-ANTERIOR.
           MOVE WS-VARIACAO TO SRT-VARIACAO.
           MOVE RIS-ALTA TO SRT-ALTA.
           RELEASE REG-SORT-RISCO.

       PARCELA-FREQUENCIA.
      * Faltas sobre os dias letivos ja decorridos, sem os cobertos
      * por atestado; quatro pontos por ponto percentual de falta.
           MOVE ZERO TO WS-FREQUENCIA.
           IF WS-DIAS-TOTAIS = ZERO
               EXIT PARAGRAPH
           END-IF.
           CALL "CALCFREQDETALHE" USING WS-MATRICULA WS-ANO-LETIVO
               WS-PRESENCAS WS-DIAS-LETIVOS WS-JUSTIFICADOS
               WS-PERC-BRUTO WS-PERC-AJUSTADO.
           COMPUTE WS-DECORRIDOS = WS-DIAS-TOTAIS - WS-DIAS-RESTANTES
               - WS-JUSTIFICADOS.
           IF WS-DECORRIDOS NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FALTAS = WS-DECORRIDOS - WS-PRESENCAS.
           IF WS-FALTAS NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PONTOS ROUNDED =
               WS-FALTAS * 400 / WS-DECORRIDOS.
           IF WS-PONTOS > 100
               MOVE 100 TO WS-PONTOS
           END-IF.
           MOVE WS-PONTOS TO WS-FREQUENCIA.

       PARCELA-NOTAS.
      * A chave e matricula + ano + disciplina + bimestre: as notas
      * do aluno no ano sao consecutivas, disciplina a disciplina.
           MOVE ZERO TO WS-NOTAS WS-QTD-DISCIPLINAS WS-QTD-ABAIXO.
           IF WS-NOTAS-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DISCIPLINA.
           MOVE LOW-VALUES TO ND-CHAVE.
           MOVE WS-MATRICULA TO ND-MATRICULA.
           MOVE WS-ANO-LETIVO TO ND-ANO-LETIVO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START ARQUIVO-NOTAS KEY IS >= ND-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-NOTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF ND-MATRICULA NOT = WS-MATRICULA
                               OR ND-ANO-LETIVO NOT = WS-ANO-LETIVO
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF ND-DISCIPLINA NOT = WS-DISCIPLINA
                               PERFORM FECHAR-DISCIPLINA
                               MOVE ND-DISCIPLINA TO WS-DISCIPLINA
                           END-IF
                           MOVE ND-MEDIA TO WS-MEDIA-DISCIPLINA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM FECHAR-DISCIPLINA.
           IF WS-QTD-DISCIPLINAS > ZERO
               COMPUTE WS-NOTAS ROUNDED =
                   WS-QTD-ABAIXO * 100 / WS-QTD-DISCIPLINAS
           END-IF.

       FECHAR-DISCIPLINA.
           IF WS-DISCIPLINA NOT = SPACES
               ADD 1 TO WS-QTD-DISCIPLINAS
               IF WS-MEDIA-DISCIPLINA < WS-CORTE
                   ADD 1 TO WS-QTD-ABAIXO
               END-IF
           END-IF.
           MOVE SPACES TO WS-DISCIPLINA.

       PARCELA-EVASAO.
           MOVE ZERO TO WS-EVASAO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-EVASAO OR WS-EVASAO = 100
               IF WS-EVASAO-MATRICULA(WS-I) = WS-MATRICULA
                   MOVE 100 TO WS-EVASAO
               END-IF
           END-PERFORM.

       PARCELA-OCORRENCIAS.
           MOVE ZERO TO WS-OCORRENCIAS WS-PONTOS.
           IF WS-OCORRENCIAS-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO OCO-MATRICULA.
           MOVE WS-LIMITE-OCORRENCIAS TO OCO-DATA.
           MOVE ZERO TO OCO-SEQ.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START ARQUIVO-OCORRENCIA KEY IS >= OCO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-OCORRENCIA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF OCO-MATRICULA NOT = WS-MATRICULA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           EVALUATE TRUE
                               WHEN OCO-GRAVE
                                   ADD 50 TO WS-PONTOS
                               WHEN OCO-MEDIA
                                   ADD 25 TO WS-PONTOS
                               WHEN OTHER
                                   ADD 10 TO WS-PONTOS
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PONTOS > 100
               MOVE 100 TO WS-PONTOS
           END-IF.
           MOVE WS-PONTOS TO WS-OCORRENCIAS.

       PARCELA-FINANCEIRO.
      * Mensalidade aberta com vencimento ja passado; sem vencimento
      * gravado vale o dia 10 da competencia, como na cobranca.
           MOVE ZERO TO WS-FINANCEIRO WS-QTD-VENCIDAS.
           IF WS-MENSALIDADES-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO MEN-MATRICULA.
           MOVE ZERO TO MEN-COMPETENCIA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START ARQUIVO-MENSALIDADE KEY IS >= MEN-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-MENSALIDADE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF MEN-MATRICULA NOT = WS-MATRICULA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF MEN-ABERTA
                               PERFORM CONFERIR-VENCIMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EVALUATE WS-QTD-VENCIDAS
               WHEN 0
                   MOVE ZERO TO WS-FINANCEIRO
               WHEN 1
                   MOVE 40 TO WS-FINANCEIRO
               WHEN 2
                   MOVE 70 TO WS-FINANCEIRO
               WHEN OTHER
                   MOVE 100 TO WS-FINANCEIRO
           END-EVALUATE.

       CONFERIR-VENCIMENTO.
           MOVE MEN-VENCIMENTO TO WS-VENCIMENTO.
           IF WS-VENCIMENTO = ZERO
               IF MEN-COMPETENCIA(1:2) = "99"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-VENCIMENTO = MEN-COMPETENCIA * 100 + 10
           END-IF.
           IF WS-VENCIMENTO < WS-HOJE
               ADD 1 TO WS-QTD-VENCIDAS
           END-IF.

       BUSCAR-ANTERIOR.
      * Ultima apuracao do aluno antes de hoje; a chave comeca pela
      * matricula, entao a serie dele e lida em ordem de data.
           MOVE "N" TO WS-TEM-ANTERIOR.
           MOVE ZERO TO WS-INDICE-ANTERIOR WS-VARIACAO.
           MOVE WS-MATRICULA TO RIS-MATRICULA.
           MOVE ZERO TO RIS-DATA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START ARQUIVO-RISCO KEY IS >= RIS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-RISCO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF RIS-MATRICULA NOT = WS-MATRICULA
                               OR RIS-DATA NOT < WS-HOJE
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           MOVE "S" TO WS-TEM-ANTERIOR
                           MOVE RIS-INDICE TO WS-INDICE-ANTERIOR
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TEM-ANTERIOR = "S"
               COMPUTE WS-VARIACAO = WS-INDICE - WS-INDICE-ANTERIOR
           END-IF.

       GRAVAR-HISTORICO.
      * Rodar de novo no mesmo dia substitui a fotografia do dia.
           INITIALIZE REG-RISCO.
           MOVE WS-MATRICULA TO RIS-MATRICULA.
           MOVE WS-HOJE TO RIS-DATA.
           MOVE WS-ANO-LETIVO TO RIS-ANO-LETIVO.
           MOVE TURMA TO RIS-TURMA.
           MOVE WS-INDICE TO RIS-INDICE.
           MOVE WS-FREQUENCIA TO RIS-FREQUENCIA.
           MOVE WS-NOTAS TO RIS-NOTAS.
           MOVE WS-EVASAO TO RIS-EVASAO.
           MOVE WS-OCORRENCIAS TO RIS-OCORRENCIAS.
           MOVE WS-FINANCEIRO TO RIS-FINANCEIRO.
           MOVE WS-INDICE-ANTERIOR TO RIS-INDICE-ANTERIOR.
           MOVE WS-VARIACAO TO RIS-VARIACAO.
           MOVE "N" TO RIS-ALTA.
           IF WS-TEM-ANTERIOR = "S" AND WS-VARIACAO >= WS-SALTO
               SET RIS-ALTA-BRUSCA TO TRUE
           END-IF.
           WRITE REG-RISCO
               INVALID KEY
                   REWRITE REG-RISCO
                       INVALID KEY
                           DISPLAY "Erro ao gravar historico de "
                               WS-MATRICULA
                   END-REWRITE
           END-WRITE.

       IMPRIMIR-RANKING.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           STRING "ANO " WS-ANO-LETIVO "  APURACAO "
                  WS-HOJE(7:2) "/" WS-HOJE(5:2) "/" WS-HOJE(1:4)
                  "  PESOS F" WS-PESO-FREQUENCIA " N" WS-PESO-NOTAS
                  " E" WS-PESO-EVASAO " O" WS-PESO-OCORRENCIAS
                  " C" WS-PESO-FINANCEIRO "  SALTO " WS-SALTO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE SPACES TO WS-TURMA-CORRENTE.
           MOVE ZERO TO WS-POSICAO.
           MOVE "N" TO WS-FIM-LEITURA.
           PERFORM UNTIL WS-FIM-LEITURA = "S"
               RETURN WORK-RISCO
                   AT END
                       MOVE "S" TO WS-FIM-LEITURA
                   NOT AT END
                       PERFORM IMPRIMIR-ALUNO-RISCO
               END-RETURN
           END-PERFORM.
           MOVE ALL "=" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           STRING "ALTAS BRUSCAS DESDE A APURACAO ANTERIOR: "
                  WS-TOTAL-ALTAS
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-ALTAS OR WS-I > 300
               MOVE WS-ALTA-LINHA(WS-I) TO WS-REL-LINHA
               PERFORM ESCREVER-LINHA
           END-PERFORM.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           STRING "ALUNOS AVALIADOS: " WS-TOTAL-AVALIADOS
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".

       IMPRIMIR-ALUNO-RISCO.
           IF SRT-TURMA NOT = WS-TURMA-CORRENTE
               MOVE SRT-TURMA TO WS-TURMA-CORRENTE
               MOVE ZERO TO WS-POSICAO
               MOVE ALL "-" TO WS-REL-LINHA
               PERFORM ESCREVER-LINHA
               STRING "TURMA " SRT-TURMA
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
               MOVE "POS" TO WS-REL-LINHA(1:3)
               MOVE "MATR." TO WS-REL-LINHA(5:5)
               MOVE "ALUNO" TO WS-REL-LINHA(11:5)
               MOVE "IND" TO WS-REL-LINHA(32:3)
               MOVE "FRE" TO WS-REL-LINHA(37:3)
               MOVE "NOT" TO WS-REL-LINHA(42:3)
               MOVE "EVA" TO WS-REL-LINHA(47:3)
               MOVE "OCO" TO WS-REL-LINHA(52:3)
               MOVE "FIN" TO WS-REL-LINHA(57:3)
               MOVE "VAR" TO WS-REL-LINHA(62:3)
               PERFORM ESCREVER-LINHA
           END-IF.
           ADD 1 TO WS-POSICAO.
           MOVE WS-POSICAO TO WS-ED-POSICAO.
           MOVE WS-ED-POSICAO TO WS-REL-LINHA(1:3).
           MOVE SRT-MATRICULA TO WS-REL-LINHA(5:5).
           MOVE SRT-NOME TO WS-REL-LINHA(11:20).
           MOVE SRT-INDICE TO WS-ED-INDICE.
           MOVE WS-ED-INDICE TO WS-REL-LINHA(32:3).
           MOVE SRT-FREQUENCIA TO WS-ED-PARCELA.
           MOVE WS-ED-PARCELA TO WS-REL-LINHA(37:3).
           MOVE SRT-NOTAS TO WS-ED-PARCELA.
           MOVE WS-ED-PARCELA TO WS-REL-LINHA(42:3).
           MOVE SRT-EVASAO TO WS-ED-PARCELA.
           MOVE WS-ED-PARCELA TO WS-REL-LINHA(47:3).
           MOVE SRT-OCORRENCIAS TO WS-ED-PARCELA.
           MOVE WS-ED-PARCELA TO WS-REL-LINHA(52:3).
           MOVE SRT-FINANCEIRO TO WS-ED-PARCELA.
           MOVE WS-ED-PARCELA TO WS-REL-LINHA(57:3).
           IF SRT-TEM-ANTERIOR = "S"
               MOVE SRT-VARIACAO TO WS-ED-VARIACAO
               MOVE WS-ED-VARIACAO TO WS-REL-LINHA(61:4)
           ELSE
               MOVE "NOVO" TO WS-REL-LINHA(61:4)
           END-IF.
           IF SRT-ALTA = "S"
               MOVE "*ALTA*" TO WS-REL-LINHA(67:6)
               ADD 1 TO WS-TOTAL-ALTAS
               IF WS-TOTAL-ALTAS <= 300
                   MOVE SPACES TO WS-ALTA-LINHA(WS-TOTAL-ALTAS)
                   STRING SRT-TURMA " " SRT-MATRICULA " " SRT-NOME
                          " INDICE " WS-ED-INDICE
                          " VARIACAO " WS-ED-VARIACAO
                       DELIMITED BY SIZE
                       INTO WS-ALTA-LINHA(WS-TOTAL-ALTAS)
                   END-STRING
               END-IF
           END-IF.
           PERFORM ESCREVER-LINHA.

       HISTORICO-ALUNO.
           DISPLAY "Matricula do Aluno: ".
           ACCEPT WS-MATRICULA.
           OPEN INPUT ARQUIVO-RISCO.
           IF WS-STATUS-RIS NOT = "00"
               DISPLAY "Nenhuma apuracao de risco registrada."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "DATA       IND  FRE NOT EVA OCO FIN  VAR".
           MOVE ZERO TO WS-I.
           MOVE WS-MATRICULA TO RIS-MATRICULA.
           MOVE ZERO TO RIS-DATA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START ARQUIVO-RISCO KEY IS >= RIS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-RISCO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF RIS-MATRICULA NOT = WS-MATRICULA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           ADD 1 TO WS-I
                           MOVE RIS-VARIACAO TO WS-ED-VARIACAO
                           DISPLAY RIS-DATA(7:2) "/" RIS-DATA(5:2)
                               "/" RIS-DATA(1:4) " " RIS-INDICE
                               "  " RIS-FREQUENCIA " " RIS-NOTAS
                               " " RIS-EVASAO " " RIS-OCORRENCIAS
                               " " RIS-FINANCEIRO " " WS-ED-VARIACAO
                               " " RIS-ALTA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-RISCO.
           DISPLAY "Apuracoes listadas: " WS-I.
           PERFORM PRINCIPAL.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
