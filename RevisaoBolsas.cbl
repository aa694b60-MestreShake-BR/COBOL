       IDENTIFICATION DIVISION.
           PROGRAM-ID. REVISAOBOLSAS.
           AUTHOR. Alexandre S S Alves.

      * Revisao de fim de bimestre das bolsas (descontos.idx, tipo
      * B). A bolsa de merito ou social vem com condicoes -- media
      * minima, frequencia minima e nenhuma ocorrencia grave -- que
      * ninguem conferia, e havia bolsa correndo anos depois de o
      * aluno deixar de cumprir. Para cada bolsa vigente na
      * competencia corrente a revisao apura:
      *   media       - media das notas do ano em notas_master.idx
      *                 ate o bimestre informado (1 a 3);
      *   frequencia  - percentual do ano por CALCFREQUENCIA;
      *   conduta     - ocorrencias graves do ano (ocorrencias.idx).
      * Condicao zerada no cadastro vale o padrao: corte da
      * politica de notas e 75% de presenca. A classificacao:
      *   M manter    - cumpre tudo;
      *   A advertir  - falhou pela primeira vez: evento BOLSA-AVISO
      *                 na fila e NOTIFICACOES.cbl gera a carta ao
      *                 responsavel, com protocolo;
      *   S suspender - falhou de novo depois de advertida: proposta
      *                 de suspensao ao comite.
      * A mesma revisao pode ser refeita no bimestre sem escalar
      * duas vezes nem repetir a carta. O resultado sai em
      * revisao_bolsas.rel. Confirmada pelo comite (perfil B), a
      * suspensao encerra a bolsa em DSC-COMP-FIM na ultima
      * competencia ja cobrada, e a proxima geracao de mensalidades
      * ja sai pelo valor cheio; a familia recebe a comunicacao pelo
      * mesmo evento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-DESCONTO ASSIGN TO "descontos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSC-MATRICULA
               FILE STATUS IS WS-STATUS-DSC.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-MASTER ASSIGN TO "notas_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-CHAVE
               FILE STATUS IS WS-STATUS-NM.
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

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-DESCONTO.
           COPY "RegistroDesconto.cpy".

       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-MASTER.
           COPY "RegistroNotaMaster.cpy".

       FD  ARQUIVO-OCORRENCIA.
           COPY "RegistroOcorrencia.cpy".

       FD  ARQUIVO-MENSALIDADE.
           COPY "RegistroMensalidade.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-DSC PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-NM PIC X(2).
       01 WS-STATUS-OCO PIC X(2).
       01 WS-STATUS-MEN PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-COMP-HOJE PIC 9(6).
       01 WS-ANO-LETIVO PIC 9(4).
       01 WS-BIMESTRE PIC 9(1).
       01 WS-MATRICULA PIC 9(5).
       01 WS-CONFIRMA PIC X.
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-FIM-LEITURA PIC X.
       01 WS-ALUNOS-OK PIC X.
       01 WS-NOTAS-OK PIC X.
       01 WS-OCORRENCIAS-OK PIC X.

      * Politica de notas: so o corte interessa aqui.
       01 WS-CORTE PIC 9(2)V9(2).
       01 WS-PESO1 PIC 9(3).
       01 WS-PESO2 PIC 9(3).
       01 WS-PESO3 PIC 9(3).
       01 WS-ARREDONDA PIC X.

      * Apuracao da bolsa corrente.
       01 WS-NOME PIC X(20).
       01 WS-MEDIA-MINIMA PIC 9(2)V9(2).
       01 WS-FREQ-MINIMA PIC 9(3)V9(2).
       01 WS-MEDIA PIC 9(3)V9(2).
       01 WS-SOMA-NOTAS PIC 9(4)V9(2).
       01 WS-TEM-NOTAS PIC X.
       01 WS-PRESENCAS PIC 9(5).
       01 WS-DIAS-LETIVOS PIC 9(5).
       01 WS-PERCENTUAL PIC 9(3)V9(2).
       01 WS-QTD-GRAVES PIC 9(2).
       01 WS-DATA-INICIO-ANO PIC 9(8).
       01 WS-DATA-FIM-ANO PIC 9(8).
       01 WS-FALHA-MEDIA PIC X.
       01 WS-FALHA-FREQ PIC X.
       01 WS-FALHA-CONDUTA PIC X.
       01 WS-CLASSE-ANTES PIC X(1).
       01 WS-CLASSE-JA PIC X(1).
       01 WS-MOTIVO PIC X(20).

      * Encerramento pelo comite.
       01 WS-COMP-FIM PIC 9(6).
       01 WS-ANO-COMP PIC 9(4).
       01 WS-MES-COMP PIC 9(2).

       01 WS-TOTAL-REVISADAS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-MANTIDAS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-ADVERTIDAS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-SUSPENSAO PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-CARTAS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-PROPOSTAS PIC 9(5) VALUE ZERO.

       01 WS-ED-MEDIA PIC Z9.99.
       01 WS-ED-MINIMA PIC Z9.99.
       01 WS-ED-FREQ PIC ZZ9.99.
       01 WS-ED-FREQ-MIN PIC ZZ9.99.
       01 WS-ED-GRAVES PIC Z9.

       01 WS-EVT-TIPO PIC X(14) VALUE "BOLSA-AVISO".
       01 WS-EVT-CHAVE PIC X(10).
       01 WS-EVT-DADOS PIC X(60).

       01 WS-REL-NOME PIC X(30) VALUE "revisao_bolsas.rel".
       01 WS-REL-TITULO PIC X(40)
           VALUE "REVISAO DAS BOLSAS NO BIMESTRE".
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Revisao de Bolsas               ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Revisar Bolsas do Bimestre    ".
           DISPLAY "2 -  Confirmar Suspensao (comite)  ".
           DISPLAY "3 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   IF WS-PERFIL-SESSAO = "C" OR WS-PERFIL-SESSAO = "O"
                       DISPLAY "Permissao negada: perfil de consulta."
                   ELSE
                       DISPLAY "Ano Letivo: "
                       ACCEPT WS-ANO-LETIVO
                       DISPLAY "Bimestre encerrado (1 a 3): "
                       ACCEPT WS-BIMESTRE
                       PERFORM REVISAR-BOLSAS
                   END-IF
               WHEN 2
                   PERFORM CONFIRMAR-SUSPENSAO
               WHEN 3
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.
           PERFORM PRINCIPAL.

       OBTER-HOJE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           MOVE WS-HOJE(1:6) TO WS-COMP-HOJE.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.

       ABRIR-DESCONTOS.
           OPEN I-O ARQUIVO-DESCONTO.
           IF WS-STATUS-DSC NOT = "00"
               DISPLAY "descontos.idx indisponivel (STATUS="
                   WS-STATUS-DSC ")."
           END-IF.

       REVISAR-BOLSAS.
           IF WS-BIMESTRE < 1 OR WS-BIMESTRE > 3
               DISPLAY "Bimestre invalido: " WS-BIMESTRE
               EXIT PARAGRAPH
           END-IF.
           PERFORM OBTER-HOJE.
           COMPUTE WS-DATA-INICIO-ANO = WS-ANO-LETIVO * 10000 + 101.
           COMPUTE WS-DATA-FIM-ANO = WS-ANO-LETIVO * 10000 + 1231.
           CALL "POLITICANOTAS" USING WS-CORTE WS-PESO1 WS-PESO2
               WS-PESO3 WS-ARREDONDA.
           PERFORM ABRIR-DESCONTOS.
           IF WS-STATUS-DSC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ALUNOS-OK WS-NOTAS-OK WS-OCORRENCIAS-OK.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU = "00"
               MOVE "S" TO WS-ALUNOS-OK
           END-IF.
           OPEN INPUT ARQUIVO-MASTER.
           IF WS-STATUS-NM = "00"
               MOVE "S" TO WS-NOTAS-OK
           ELSE
               DISPLAY "notas_master.idx indisponivel (STATUS="
                   WS-STATUS-NM "); media nao apurada."
           END-IF.
           OPEN INPUT ARQUIVO-OCORRENCIA.
           IF WS-STATUS-OCO = "00"
               MOVE "S" TO WS-OCORRENCIAS-OK
           END-IF.
           MOVE ZERO TO WS-TOTAL-REVISADAS WS-TOTAL-MANTIDAS
               WS-TOTAL-ADVERTIDAS WS-TOTAL-SUSPENSAO WS-TOTAL-CARTAS.

           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           STRING "ANO LETIVO " WS-ANO-LETIVO "  BIMESTRE "
               WS-BIMESTRE "  COMPETENCIA " WS-COMP-HOJE
               "  EMITIDA EM " WS-HOJE
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "MATR  NOME                 MEDIA/MIN   FREQ/MIN"
               TO WS-REL-LINHA.
           MOVE "GRV CL MOTIVO" TO WS-REL-LINHA(54:13).
           PERFORM ESCREVER-LINHA.

           MOVE "N" TO WS-FIM-LEITURA.
           PERFORM UNTIL WS-FIM-LEITURA = "S"
               READ ARQUIVO-DESCONTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LEITURA
                   NOT AT END
                       IF DSC-BOLSA
                               AND WS-COMP-HOJE >= DSC-COMP-INICIO
                               AND WS-COMP-HOJE <= DSC-COMP-FIM
                               AND DSC-SUSPENSAO-DATA = ZERO
                           PERFORM REVISAR-BOLSA
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM ESCREVER-LINHA.
           STRING "REVISADAS " WS-TOTAL-REVISADAS
               "  MANTIDAS " WS-TOTAL-MANTIDAS
               "  ADVERTIDAS " WS-TOTAL-ADVERTIDAS
               "  SUSPENSAO " WS-TOTAL-SUSPENSAO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           STRING "CARTAS DE ADVERTENCIA NA FILA " WS-TOTAL-CARTAS
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".

           CLOSE ARQUIVO-DESCONTO.
           IF WS-ALUNOS-OK = "S"
               CLOSE ARQUIVO-ALUNOS
           END-IF.
           IF WS-NOTAS-OK = "S"
               CLOSE ARQUIVO-MASTER
           END-IF.
           IF WS-OCORRENCIAS-OK = "S"
               CLOSE ARQUIVO-OCORRENCIA
           END-IF.
           DISPLAY "Bolsas revisadas:       " WS-TOTAL-REVISADAS.
           DISPLAY "Mantidas:               " WS-TOTAL-MANTIDAS.
           DISPLAY "Advertidas:             " WS-TOTAL-ADVERTIDAS.
           DISPLAY "Propostas de suspensao: " WS-TOTAL-SUSPENSAO.
           DISPLAY "Relatorio em revisao_bolsas.rel".

       REVISAR-BOLSA.
           ADD 1 TO WS-TOTAL-REVISADAS.
           MOVE DSC-MATRICULA TO WS-MATRICULA.
           MOVE "NAO CADASTRADO" TO WS-NOME.
           IF WS-ALUNOS-OK = "S"
               MOVE WS-MATRICULA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME-ALUNO TO WS-NOME
               END-READ
           END-IF.
           MOVE DSC-MEDIA-MINIMA TO WS-MEDIA-MINIMA.
           IF WS-MEDIA-MINIMA = ZERO
               MOVE WS-CORTE TO WS-MEDIA-MINIMA
           END-IF.
           MOVE DSC-FREQ-MINIMA TO WS-FREQ-MINIMA.
           IF WS-FREQ-MINIMA = ZERO
               MOVE 75 TO WS-FREQ-MINIMA
           END-IF.
           PERFORM APURAR-MEDIA.
           CALL "CALCFREQUENCIA" USING WS-MATRICULA WS-ANO-LETIVO
               WS-PRESENCAS WS-DIAS-LETIVOS WS-PERCENTUAL.
           PERFORM CONTAR-GRAVES.

           MOVE "N" TO WS-FALHA-MEDIA WS-FALHA-FREQ WS-FALHA-CONDUTA.
           IF WS-TEM-NOTAS = "S" AND WS-MEDIA < WS-MEDIA-MINIMA
               MOVE "S" TO WS-FALHA-MEDIA
           END-IF.
           IF WS-DIAS-LETIVOS > ZERO
                   AND WS-PERCENTUAL < WS-FREQ-MINIMA
               MOVE "S" TO WS-FALHA-FREQ
           END-IF.
           IF DSC-SEM-GRAVE NOT = "N" AND WS-QTD-GRAVES > ZERO
               MOVE "S" TO WS-FALHA-CONDUTA
           END-IF.
           PERFORM MONTAR-MOTIVO.

      * Revisao refeita no mesmo bimestre parte da classe de antes
      * dela, e nao da que ela mesma gravou.
           IF DSC-REVISAO-ANO = WS-ANO-LETIVO
                   AND DSC-REVISAO-BIMESTRE = WS-BIMESTRE
               MOVE DSC-REVISAO-ANTERIOR TO WS-CLASSE-ANTES
               MOVE DSC-REVISAO-CLASSE TO WS-CLASSE-JA
           ELSE
               MOVE DSC-REVISAO-CLASSE TO WS-CLASSE-ANTES
               MOVE SPACES TO WS-CLASSE-JA
           END-IF.
           EVALUATE TRUE
               WHEN WS-MOTIVO = SPACES
                   SET DSC-REV-MANTER TO TRUE
                   ADD 1 TO WS-TOTAL-MANTIDAS
               WHEN WS-CLASSE-ANTES = "A" OR WS-CLASSE-ANTES = "S"
                   SET DSC-REV-SUSPENSAO TO TRUE
                   ADD 1 TO WS-TOTAL-SUSPENSAO
               WHEN OTHER
                   SET DSC-REV-ADVERTIDA TO TRUE
                   ADD 1 TO WS-TOTAL-ADVERTIDAS
                   IF WS-CLASSE-JA NOT = "A"
                       PERFORM AVISAR-ADVERTENCIA
                   END-IF
           END-EVALUATE.
           MOVE WS-CLASSE-ANTES TO DSC-REVISAO-ANTERIOR.
           MOVE WS-ANO-LETIVO TO DSC-REVISAO-ANO.
           MOVE WS-BIMESTRE TO DSC-REVISAO-BIMESTRE.
           MOVE WS-HOJE TO DSC-REVISAO-DATA.
           REWRITE REG-DESCONTO
               INVALID KEY
                   DISPLAY "Erro ao regravar bolsa " WS-MATRICULA
           END-REWRITE.
           PERFORM LINHA-BOLSA.

       APURAR-MEDIA.
      * Media simples das notas do ano ate o bimestre revisado.
           MOVE "N" TO WS-TEM-NOTAS.
           MOVE ZERO TO WS-MEDIA WS-SOMA-NOTAS.
           IF WS-NOTAS-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO NM-MATRICULA.
           MOVE WS-ANO-LETIVO TO NM-ANO-LETIVO.
           READ ARQUIVO-MASTER KEY IS NM-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE "S" TO WS-TEM-NOTAS.
           EVALUATE WS-BIMESTRE
               WHEN 1
                   MOVE NM-NOTA-1 TO WS-SOMA-NOTAS
               WHEN 2
                   COMPUTE WS-SOMA-NOTAS = NM-NOTA-1 + NM-NOTA-2
               WHEN OTHER
                   COMPUTE WS-SOMA-NOTAS = NM-NOTA-1 + NM-NOTA-2
                       + NM-NOTA-3
           END-EVALUATE.
           COMPUTE WS-MEDIA ROUNDED = WS-SOMA-NOTAS / WS-BIMESTRE.

       CONTAR-GRAVES.
           MOVE ZERO TO WS-QTD-GRAVES.
           IF WS-OCORRENCIAS-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO OCO-MATRICULA.
           MOVE WS-DATA-INICIO-ANO TO OCO-DATA.
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
                               OR OCO-DATA > WS-DATA-FIM-ANO
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF OCO-GRAVE AND WS-QTD-GRAVES < 99
                               ADD 1 TO WS-QTD-GRAVES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MONTAR-MOTIVO.
           MOVE SPACES TO WS-MOTIVO.
           IF WS-FALHA-MEDIA = "S"
               MOVE "MEDIA" TO WS-MOTIVO
           END-IF.
           IF WS-FALHA-FREQ = "S"
               IF WS-MOTIVO = SPACES
                   MOVE "FREQUENCIA" TO WS-MOTIVO
               ELSE
                   MOVE "+FREQ" TO WS-MOTIVO(6:5)
               END-IF
           END-IF.
           IF WS-FALHA-CONDUTA = "S"
               IF WS-MOTIVO = SPACES
                   MOVE "CONDUTA" TO WS-MOTIVO
               ELSE
                   MOVE "+CONDUTA" TO WS-MOTIVO(12:8)
               END-IF
           END-IF.

       AVISAR-ADVERTENCIA.
           MOVE WS-MATRICULA TO WS-EVT-CHAVE.
           MOVE WS-MEDIA TO WS-ED-MEDIA.
           MOVE WS-PERCENTUAL TO WS-ED-FREQ.
           MOVE WS-QTD-GRAVES TO WS-ED-GRAVES.
           MOVE SPACES TO WS-EVT-DADOS.
           STRING "ADVERTENCIA B" WS-BIMESTRE "/" WS-ANO-LETIVO
               " MEDIA " WS-ED-MEDIA " FREQ " WS-ED-FREQ
               "% GRAVES " WS-ED-GRAVES
               DELIMITED BY SIZE INTO WS-EVT-DADOS
           END-STRING.
           CALL "GRAVAREVENTO" USING WS-EVT-TIPO WS-EVT-CHAVE
               WS-EVT-DADOS.
           ADD 1 TO WS-TOTAL-CARTAS.

       LINHA-BOLSA.
           MOVE WS-MEDIA TO WS-ED-MEDIA.
           MOVE WS-MEDIA-MINIMA TO WS-ED-MINIMA.
           MOVE WS-PERCENTUAL TO WS-ED-FREQ.
           MOVE WS-FREQ-MINIMA TO WS-ED-FREQ-MIN.
           MOVE WS-QTD-GRAVES TO WS-ED-GRAVES.
           STRING WS-MATRICULA " " WS-NOME " " WS-ED-MEDIA "/"
               WS-ED-MINIMA " " WS-ED-FREQ "/" WS-ED-FREQ-MIN
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           IF WS-TEM-NOTAS NOT = "S"
               MOVE "S/NOTA" TO WS-REL-LINHA(28:6)
           END-IF.
           MOVE WS-ED-GRAVES TO WS-REL-LINHA(55:2).
           MOVE DSC-REVISAO-CLASSE TO WS-REL-LINHA(58:1).
           MOVE WS-MOTIVO TO WS-REL-LINHA(61:20).
           PERFORM ESCREVER-LINHA.

       CONFIRMAR-SUSPENSAO.
      * Decisao do comite: so o perfil B confirma. Sem confirmacao a
      * proposta fica registrada e a bolsa continua valendo.
           IF WS-PERFIL-SESSAO NOT = "B"
               DISPLAY "Somente supervisor (perfil B) confirma a "
                   "suspensao pelo comite."
               EXIT PARAGRAPH
           END-IF.
           PERFORM OBTER-HOJE.
           PERFORM ABRIR-DESCONTOS.
           IF WS-STATUS-DSC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LISTAR-PROPOSTAS.
           IF WS-TOTAL-PROPOSTAS = ZERO
               DISPLAY "Nenhuma proposta de suspensao pendente."
               CLOSE ARQUIVO-DESCONTO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Matricula a suspender (0 = nenhuma): ".
           ACCEPT WS-MATRICULA.
           IF WS-MATRICULA = ZERO
               CLOSE ARQUIVO-DESCONTO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO DSC-MATRICULA.
           READ ARQUIVO-DESCONTO KEY IS DSC-MATRICULA
               INVALID KEY
                   DISPLAY "Matricula sem bolsa cadastrada."
                   CLOSE ARQUIVO-DESCONTO
                   EXIT PARAGRAPH
           END-READ.
           IF NOT DSC-BOLSA OR NOT DSC-REV-SUSPENSAO
                   OR DSC-SUSPENSAO-DATA NOT = ZERO
               DISPLAY "Matricula sem proposta de suspensao pendente."
               CLOSE ARQUIVO-DESCONTO
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULAR-COMP-FIM.
           DISPLAY "Bolsa vale ate a competencia " WS-COMP-FIM
               "; a seguinte sai pelo valor cheio.".
           DISPLAY "Confirma a suspensao decidida pelo comite? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Suspensao nao confirmada."
               CLOSE ARQUIVO-DESCONTO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COMP-FIM TO DSC-COMP-FIM.
           MOVE WS-HOJE TO DSC-SUSPENSAO-DATA.
           MOVE WS-OPERADOR-SESSAO TO DSC-SUSPENSAO-OPERADOR.
           REWRITE REG-DESCONTO
               INVALID KEY
                   DISPLAY "Erro ao regravar bolsa " WS-MATRICULA
               NOT INVALID KEY
                   DISPLAY "Bolsa encerrada na competencia "
                       DSC-COMP-FIM "."
                   MOVE WS-MATRICULA TO WS-EVT-CHAVE
                   MOVE SPACES TO WS-EVT-DADOS
                   STRING "SUSPENSA PELO COMITE - ULTIMA COMPETENCIA "
                       "COM BOLSA " WS-COMP-FIM
                       DELIMITED BY SIZE INTO WS-EVT-DADOS
                   END-STRING
                   CALL "GRAVAREVENTO" USING WS-EVT-TIPO WS-EVT-CHAVE
                       WS-EVT-DADOS
           END-REWRITE.
           CLOSE ARQUIVO-DESCONTO.

       LISTAR-PROPOSTAS.
           MOVE ZERO TO WS-TOTAL-PROPOSTAS.
           DISPLAY "Propostas de suspensao pendentes:".
           MOVE "N" TO WS-FIM-LEITURA.
           PERFORM UNTIL WS-FIM-LEITURA = "S"
               READ ARQUIVO-DESCONTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LEITURA
                   NOT AT END
                       IF DSC-BOLSA AND DSC-REV-SUSPENSAO
                               AND DSC-SUSPENSAO-DATA = ZERO
                           ADD 1 TO WS-TOTAL-PROPOSTAS
                           DISPLAY "  " DSC-MATRICULA " bimestre "
                               DSC-REVISAO-BIMESTRE "/"
                               DSC-REVISAO-ANO " vigencia "
                               DSC-COMP-INICIO "-" DSC-COMP-FIM
                       END-IF
               END-READ
           END-PERFORM.

       CALCULAR-COMP-FIM.
      * Ultima competencia com bolsa: a anterior a corrente, ou a
      * ultima mensalidade ja gerada para o aluno, se a geracao ja
      * correu adiante (parcelas de acordo, 99NNNN, nao contam);
      * nunca alem da vigencia cadastrada.
           MOVE WS-COMP-HOJE(1:4) TO WS-ANO-COMP.
           MOVE WS-COMP-HOJE(5:2) TO WS-MES-COMP.
           IF WS-MES-COMP = 1
               SUBTRACT 1 FROM WS-ANO-COMP
               MOVE 12 TO WS-MES-COMP
           ELSE
               SUBTRACT 1 FROM WS-MES-COMP
           END-IF.
           COMPUTE WS-COMP-FIM = WS-ANO-COMP * 100 + WS-MES-COMP.
           OPEN INPUT ARQUIVO-MENSALIDADE.
           IF WS-STATUS-MEN = "00"
               MOVE WS-MATRICULA TO MEN-MATRICULA
               MOVE WS-COMP-FIM TO MEN-COMPETENCIA
               MOVE "N" TO WS-FIM-ARQUIVO
               START ARQUIVO-MENSALIDADE KEY IS > MEN-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-MENSALIDADE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF MEN-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               IF MEN-COMPETENCIA < 990000
                                   MOVE MEN-COMPETENCIA TO WS-COMP-FIM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MENSALIDADE
           END-IF.
           IF WS-COMP-FIM > DSC-COMP-FIM
               MOVE DSC-COMP-FIM TO WS-COMP-FIM
           END-IF.
