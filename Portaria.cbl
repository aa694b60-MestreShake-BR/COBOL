       IDENTIFICATION DIVISION.
           PROGRAM-ID. PORTARIA.
           AUTHOR. Alexandre S S Alves.

      * Movimento da portaria: saida antecipada e chegada atrasada
      * de alunos, com data, hora e quem retirou (portaria.idx). A
      * pessoa que vem buscar o aluno e conferida contra os
      * autorizados de retirada.idx -- nome e documento iguais e
      * autorizacao dentro do periodo de validade; fora disso a
      * saida e recusada, fica registrada e um evento RETIRADA-NEG
      * entra na fila para NOTIFICACOES alertar a coordenacao. O
      * horario da portaria vira periodo de aula pela tabela
      * horario_periodos.dat (uma linha por periodo: PPHHMMHHMM,
      * periodo, inicio e fim); sem a tabela o porteiro informa o
      * periodo. A chamada do diario de classe (DIARIOCLASSE)
      * consulta o movimento por PORTARIAAUSENTE e marca o aluno
      * ausente nos periodos em que ele nao estava na escola.
      * O relatorio mensal de saidas frequentes
      * (portaria_saidas_mes.rel) sai pelo menu ou pelo agendador
      * (ENTRY PORTARIA-MENSAL, job mensal, mes anterior).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PORTARIA ASSIGN TO "portaria.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-CHAVE
               FILE STATUS IS WS-STATUS-POR.
           SELECT ARQUIVO-RETIRADA ASSIGN TO "retirada.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CHAVE
               FILE STATUS IS WS-STATUS-RET.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-HORARIOS ASSIGN TO "horario_periodos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HOR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PORTARIA.
           COPY "RegistroPortaria.cpy".

       FD  ARQUIVO-RETIRADA.
           COPY "RegistroRetirada.cpy".

       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-HORARIOS.
       01 LINHA-HORARIO PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9(1).
       01 WS-STATUS-POR PIC X(2).
       01 WS-STATUS-RET PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-HOR PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-HOJE-DET REDEFINES WS-HOJE.
           05 WS-HOJE-ANO PIC 9(4).
           05 WS-HOJE-MES PIC 9(2).
           05 WS-HOJE-DIA PIC 9(2).
       01 WS-AGORA PIC 9(4).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-FIM-RET PIC X.
       01 WS-OK PIC X.
       01 WS-MATRICULA PIC 9(5).
       01 WS-NOME-ALUNO PIC X(20).
       01 WS-TURMA-ALUNO PIC X(10).
       01 WS-HORA PIC 9(4).
       01 WS-DATA PIC 9(8).
       01 WS-PESSOA PIC X(30).
       01 WS-DOCUMENTO PIC X(15).
       01 WS-AUTORIZADO PIC X.
       01 WS-VENCIDA PIC X.
       01 WS-SEQ-AUTORIZADO PIC 9(2).
       01 WS-TOTAL-AUTORIZADOS PIC 9(2).
       01 WS-DESC-TIPO PIC X(6).
       01 WS-DESC-SITUACAO PIC X(8).
       01 WS-EVT-TIPO PIC X(14) VALUE "RETIRADA-NEG".
       01 WS-EVT-CHAVE PIC X(10).
       01 WS-EVT-DADOS PIC X(60).
      * Horario dos periodos de aula (horario_periodos.dat).
       01 WS-TAB-PERIODOS.
           05 WS-TP-ENT OCCURS 12 TIMES.
               10 WS-TP-PERIODO PIC 9(2).
               10 WS-TP-INICIO PIC 9(4).
               10 WS-TP-FIM PIC 9(4).
       01 WS-TP-QTD PIC 9(2).
       01 WS-IND PIC 9(2).
      * Relatorio mensal de saidas frequentes.
       01 WS-COMPETENCIA PIC 9(6).
       01 WS-COMPETENCIA-DET REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO PIC 9(4).
           05 WS-COMP-MES PIC 9(2).
       01 WS-MINIMO-SAIDAS PIC 9(2).
       01 WS-MAT-CORRENTE PIC 9(5).
       01 WS-QTD-SAIDAS PIC 9(3).
       01 WS-QTD-ATRASOS PIC 9(3).
       01 WS-QTD-RECUSAS PIC 9(3).
       01 WS-TOTAL PIC 9(4).
       01 WS-REL-NOME PIC X(30) VALUE "portaria_saidas_mes.rel".
       01 WS-REL-TITULO PIC X(40)
           VALUE "ALUNOS COM SAIDAS ANTECIPADAS FREQUENTES".
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Portaria                        ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Registrar Saida Antecipada    ".
           DISPLAY "2 -  Registrar Chegada Atrasada    ".
           DISPLAY "3 -  Movimento do Dia              ".
           DISPLAY "4 -  Saidas Frequentes do Mes      ".
           DISPLAY "5 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM REGISTRAR-SAIDA
               WHEN 2
                   PERFORM REGISTRAR-ATRASO
               WHEN 3
                   PERFORM MOVIMENTO-DO-DIA
               WHEN 4
                   PERFORM OBTER-HOJE
                   DISPLAY "Competencia (AAAAMM): "
                   ACCEPT WS-COMPETENCIA
                   DISPLAY "Minimo de saidas no mes (vazio = 3): "
                   MOVE ZERO TO WS-MINIMO-SAIDAS
                   ACCEPT WS-MINIMO-SAIDAS
                   IF WS-MINIMO-SAIDAS = ZERO
                       MOVE 3 TO WS-MINIMO-SAIDAS
                   END-IF
                   PERFORM SAIDAS-FREQUENTES
                   PERFORM PRINCIPAL
               WHEN 5
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

      * Ponto de entrada nao-interativo para o agendador de rotinas
      * (AGENDADORJOBS, job mensal): saidas frequentes do mes
      * anterior, a partir de 3 saidas.
       ENTRY "PORTARIA-MENSAL".
           MOVE ZERO TO RETURN-CODE.
           PERFORM OBTER-HOJE.
           MOVE WS-HOJE-ANO TO WS-COMP-ANO.
           MOVE WS-HOJE-MES TO WS-COMP-MES.
           IF WS-COMP-MES = 1
               MOVE 12 TO WS-COMP-MES
               SUBTRACT 1 FROM WS-COMP-ANO
           ELSE
               SUBTRACT 1 FROM WS-COMP-MES
           END-IF.
           MOVE 3 TO WS-MINIMO-SAIDAS.
           PERFORM SAIDAS-FREQUENTES.
           GOBACK.

       OBTER-HOJE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           MOVE WS-DATA-HORA(9:4) TO WS-AGORA.

       ABRIR-PORTARIA.
           OPEN I-O ARQUIVO-PORTARIA.
           EVALUATE WS-STATUS-POR
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-PORTARIA
                   CLOSE ARQUIVO-PORTARIA
                   OPEN I-O ARQUIVO-PORTARIA
               WHEN OTHER
                   DISPLAY "Erro ao abrir portaria.idx. STATUS="
                       WS-STATUS-POR
           END-EVALUATE.

       LER-ALUNO.
      * Devolve WS-OK = "S" com nome e turma do aluno WS-MATRICULA
      * quando a matricula existe e esta ativa.
           MOVE "N" TO WS-OK.
           MOVE SPACES TO WS-NOME-ALUNO WS-TURMA-ALUNO.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO MATRICULA-ALUNO.
           READ ARQUIVO-ALUNOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTL-MARCADOR NOT = "TRL"
                       MOVE NOME-ALUNO TO WS-NOME-ALUNO
                       MOVE TURMA TO WS-TURMA-ALUNO
                       IF SITUACAO-ALUNO = SPACES OR ALUNO-ATIVO
                           MOVE "S" TO WS-OK
                       END-IF
                   END-IF
           END-READ.
           CLOSE ARQUIVO-ALUNOS.

       EXIGIR-PORTEIRO.
      * Consulta (C) e orientacao (O) nao registram movimento.
           IF WS-PERFIL-SESSAO = "C" OR WS-PERFIL-SESSAO = "O"
               DISPLAY "Permissao negada: perfil de consulta."
               PERFORM PRINCIPAL
           END-IF.

       ACEITAR-ALUNO-E-HORA.
           PERFORM OBTER-HOJE.
           DISPLAY "Matricula do Aluno: ".
           ACCEPT WS-MATRICULA.
           PERFORM LER-ALUNO.
           IF WS-OK NOT = "S"
               DISPLAY "Matricula nao encontrada ou nao ativa."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Aluno: " WS-NOME-ALUNO "  Turma: " WS-TURMA-ALUNO.
           DISPLAY "Hora (HHMM; vazio = agora " WS-AGORA "): ".
           MOVE ZERO TO WS-HORA.
           ACCEPT WS-HORA.
           IF WS-HORA = ZERO
               MOVE WS-AGORA TO WS-HORA
           END-IF.
           INITIALIZE REG-PORTARIA.
           MOVE WS-MATRICULA TO POR-MATRICULA.
           MOVE WS-HOJE TO POR-DATA.
           MOVE WS-HORA TO POR-HORA.
           MOVE WS-TURMA-ALUNO TO POR-TURMA.
           MOVE ZERO TO POR-RETIRADA-SEQ.
           MOVE WS-OPERADOR-SESSAO TO POR-OPERADOR.

       REGISTRAR-SAIDA.
           PERFORM EXIGIR-PORTEIRO.
           PERFORM ACEITAR-ALUNO-E-HORA.
           PERFORM LISTAR-AUTORIZADOS.
           DISPLAY "Nome de quem retira: ".
           ACCEPT WS-PESSOA.
           DISPLAY "Documento apresentado: ".
           ACCEPT WS-DOCUMENTO.
           MOVE FUNCTION UPPER-CASE(WS-PESSOA) TO WS-PESSOA.
           MOVE FUNCTION UPPER-CASE(WS-DOCUMENTO) TO WS-DOCUMENTO.
           PERFORM CONFERIR-AUTORIZADO.
           MOVE "S" TO POR-TIPO.
           MOVE WS-PESSOA TO POR-PESSOA.
           MOVE WS-DOCUMENTO TO POR-DOCUMENTO.
           IF WS-AUTORIZADO = "S"
               MOVE "L" TO POR-SITUACAO
               MOVE WS-SEQ-AUTORIZADO TO POR-RETIRADA-SEQ
               DISPLAY "Motivo da saida: "
               ACCEPT POR-MOTIVO
               PERFORM PERIODO-DA-SAIDA
           ELSE
               MOVE "R" TO POR-SITUACAO
               MOVE 99 TO POR-PERIODO
               IF WS-VENCIDA = "S"
                   MOVE "AUTORIZACAO FORA DA VALIDADE" TO POR-MOTIVO
               ELSE
                   MOVE "PESSOA NAO AUTORIZADA" TO POR-MOTIVO
               END-IF
           END-IF.
           PERFORM ABRIR-PORTARIA.
           IF WS-STATUS-POR NOT = "00"
               PERFORM PRINCIPAL
           END-IF.
           WRITE REG-PORTARIA
               INVALID KEY
                   DISPLAY "Ja ha movimento do aluno nesse horario."
               NOT INVALID KEY
                   IF POR-LIBERADA
                       DISPLAY "Saida liberada. Ausente a partir do "
                           "periodo " POR-PERIODO "."
                   ELSE
                       PERFORM ALERTAR-COORDENACAO
                   END-IF
           END-WRITE.
           CLOSE ARQUIVO-PORTARIA.
           PERFORM PRINCIPAL.

       LISTAR-AUTORIZADOS.
           MOVE ZERO TO WS-TOTAL-AUTORIZADOS.
           OPEN INPUT ARQUIVO-RETIRADA.
           IF WS-STATUS-RET NOT = "00"
               DISPLAY "Nenhum autorizado cadastrado (retirada.idx "
                   "STATUS=" WS-STATUS-RET ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO RET-MATRICULA.
           MOVE ZERO TO RET-SEQ.
           MOVE "N" TO WS-FIM-RET.
           START ARQUIVO-RETIRADA KEY IS >= RET-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-RET
           END-START.
           PERFORM UNTIL WS-FIM-RET = "S"
               READ ARQUIVO-RETIRADA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-RET
                   NOT AT END
                       IF RET-MATRICULA NOT = WS-MATRICULA
                           MOVE "S" TO WS-FIM-RET
                       ELSE
                           ADD 1 TO WS-TOTAL-AUTORIZADOS
                           DISPLAY "  Autorizado: " RET-NOME " ("
                               RET-PARENTESCO ")"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-RETIRADA.
           IF WS-TOTAL-AUTORIZADOS = ZERO
               DISPLAY "  Aluno sem autorizados cadastrados."
           END-IF.

       CONFERIR-AUTORIZADO.
      * Autorizado = mesmo nome e mesmo documento de um registro do
      * aluno em retirada.idx, com a data de hoje dentro da
      * validade. Nome e documento certos fora da validade contam
      * como autorizacao vencida.
           MOVE "N" TO WS-AUTORIZADO.
           MOVE "N" TO WS-VENCIDA.
           MOVE ZERO TO WS-SEQ-AUTORIZADO.
           OPEN INPUT ARQUIVO-RETIRADA.
           IF WS-STATUS-RET NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO RET-MATRICULA.
           MOVE ZERO TO RET-SEQ.
           MOVE "N" TO WS-FIM-RET.
           START ARQUIVO-RETIRADA KEY IS >= RET-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-RET
           END-START.
           PERFORM UNTIL WS-FIM-RET = "S"
               READ ARQUIVO-RETIRADA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-RET
                   NOT AT END
                       IF RET-MATRICULA NOT = WS-MATRICULA
                           MOVE "S" TO WS-FIM-RET
                       ELSE
                           PERFORM COMPARAR-AUTORIZADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-RETIRADA.

       COMPARAR-AUTORIZADO.
           IF FUNCTION UPPER-CASE(RET-NOME) = WS-PESSOA
                   AND FUNCTION UPPER-CASE(RET-DOCUMENTO)
                       = WS-DOCUMENTO
               IF RET-VALIDADE-INICIO <= WS-HOJE
                       AND RET-VALIDADE-FIM >= WS-HOJE
                   MOVE "S" TO WS-AUTORIZADO
                   MOVE RET-SEQ TO WS-SEQ-AUTORIZADO
                   MOVE "S" TO WS-FIM-RET
               ELSE
                   MOVE "S" TO WS-VENCIDA
               END-IF
           END-IF.

       ALERTAR-COORDENACAO.
           DISPLAY "*****************************************".
           DISPLAY "RETIRADA RECUSADA: " POR-MOTIVO.
           DISPLAY "NAO ENTREGUE O ALUNO. Coordenacao alertada.".
           DISPLAY "*****************************************".
           MOVE POR-MATRICULA TO WS-EVT-CHAVE.
           MOVE SPACES TO WS-EVT-DADOS.
           STRING POR-HORA " " POR-PESSOA(1:22) " DOC "
                  POR-DOCUMENTO " " POR-MOTIVO(1:12)
               DELIMITED BY SIZE INTO WS-EVT-DADOS
           END-STRING.
           CALL "GRAVAREVENTO" USING WS-EVT-TIPO WS-EVT-CHAVE
               WS-EVT-DADOS.

       REGISTRAR-ATRASO.
           PERFORM EXIGIR-PORTEIRO.
           PERFORM ACEITAR-ALUNO-E-HORA.
           MOVE "A" TO POR-TIPO.
           MOVE "L" TO POR-SITUACAO.
           DISPLAY "Acompanhante (vazio = chegou sozinho): ".
           ACCEPT POR-PESSOA.
           DISPLAY "Motivo do atraso: ".
           ACCEPT POR-MOTIVO.
           PERFORM PERIODO-DO-ATRASO.
           PERFORM ABRIR-PORTARIA.
           IF WS-STATUS-POR NOT = "00"
               PERFORM PRINCIPAL
           END-IF.
           WRITE REG-PORTARIA
               INVALID KEY
                   DISPLAY "Ja ha movimento do aluno nesse horario."
               NOT INVALID KEY
                   DISPLAY "Chegada registrada. Presente a partir do "
                       "periodo " POR-PERIODO "."
           END-WRITE.
           CLOSE ARQUIVO-PORTARIA.
           PERFORM PRINCIPAL.

       CARREGAR-HORARIOS.
           MOVE ZERO TO WS-TP-QTD.
           OPEN INPUT ARQUIVO-HORARIOS.
           IF WS-STATUS-HOR NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-HORARIOS
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF LINHA-HORARIO IS NUMERIC AND WS-TP-QTD < 12
                           ADD 1 TO WS-TP-QTD
                           MOVE LINHA-HORARIO(1:2)
                               TO WS-TP-PERIODO(WS-TP-QTD)
                           MOVE LINHA-HORARIO(3:4)
                               TO WS-TP-INICIO(WS-TP-QTD)
                           MOVE LINHA-HORARIO(7:4)
                               TO WS-TP-FIM(WS-TP-QTD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-HORARIOS.

       PERIODO-DA-SAIDA.
      * Primeiro periodo perdido: o primeiro que ainda nao tinha
      * terminado na hora da saida. Saida depois do ultimo periodo
      * fica com 99 (nenhuma aula perdida).
           PERFORM CARREGAR-HORARIOS.
           IF WS-TP-QTD = ZERO
               DISPLAY "Primeiro periodo perdido (1 a 8): "
               ACCEPT POR-PERIODO
               EXIT PARAGRAPH
           END-IF.
           MOVE 99 TO POR-PERIODO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TP-QTD
               IF WS-TP-FIM(WS-IND) > POR-HORA
                       AND WS-TP-PERIODO(WS-IND) < POR-PERIODO
                   MOVE WS-TP-PERIODO(WS-IND) TO POR-PERIODO
               END-IF
           END-PERFORM.

       PERIODO-DO-ATRASO.
      * Primeiro periodo assistido: o primeiro que comeca na hora
      * da chegada ou depois. Chegada depois do inicio do ultimo
      * periodo fica com 99 (ausente em todas as aulas do dia).
           PERFORM CARREGAR-HORARIOS.
           IF WS-TP-QTD = ZERO
               DISPLAY "Primeiro periodo assistido (1 a 8): "
               ACCEPT POR-PERIODO
               EXIT PARAGRAPH
           END-IF.
           MOVE 99 TO POR-PERIODO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TP-QTD
               IF WS-TP-INICIO(WS-IND) >= POR-HORA
                       AND WS-TP-PERIODO(WS-IND) < POR-PERIODO
                   MOVE WS-TP-PERIODO(WS-IND) TO POR-PERIODO
               END-IF
           END-PERFORM.

       DESCREVER-MOVIMENTO.
           IF POR-SAIDA
               MOVE "SAIDA" TO WS-DESC-TIPO
           ELSE
               MOVE "ATRASO" TO WS-DESC-TIPO
           END-IF.
           IF POR-LIBERADA
               MOVE "LIBERADA" TO WS-DESC-SITUACAO
           ELSE
               MOVE "RECUSADA" TO WS-DESC-SITUACAO
           END-IF.

       MOVIMENTO-DO-DIA.
           PERFORM OBTER-HOJE.
           DISPLAY "Data (AAAAMMDD; vazio = hoje): ".
           MOVE ZERO TO WS-DATA.
           ACCEPT WS-DATA.
           IF WS-DATA = ZERO
               MOVE WS-HOJE TO WS-DATA
           END-IF.
           OPEN INPUT ARQUIVO-PORTARIA.
           IF WS-STATUS-POR NOT = "00"
               DISPLAY "Nenhum movimento registrado."
               PERFORM PRINCIPAL
           END-IF.
           MOVE ZERO TO WS-TOTAL.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-PORTARIA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF POR-DATA = WS-DATA
                           ADD 1 TO WS-TOTAL
                           PERFORM DESCREVER-MOVIMENTO
                           DISPLAY POR-HORA " " POR-MATRICULA " "
                               POR-TURMA " " WS-DESC-TIPO " "
                               WS-DESC-SITUACAO " per " POR-PERIODO
                               " " POR-PESSOA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-PORTARIA.
           DISPLAY "Movimentos na data: " WS-TOTAL.
           PERFORM PRINCIPAL.

       SAIDAS-FREQUENTES.
      * A chave comeca pela matricula: os movimentos de cada aluno
      * sao lidos juntos e contados na quebra de matricula.
           MOVE ZERO TO WS-TOTAL.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           STRING "COMPETENCIA " WS-COMP-MES "/" WS-COMP-ANO
                  "   MINIMO DE SAIDAS: " WS-MINIMO-SAIDAS
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE "MATR." TO WS-REL-LINHA(1:5).
           MOVE "ALUNO" TO WS-REL-LINHA(7:5).
           MOVE "TURMA" TO WS-REL-LINHA(28:5).
           MOVE "SAIDAS" TO WS-REL-LINHA(39:6).
           MOVE "ATRASOS" TO WS-REL-LINHA(46:7).
           MOVE "RECUSAS" TO WS-REL-LINHA(54:7).
           PERFORM ESCREVER-LINHA.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           OPEN INPUT ARQUIVO-PORTARIA.
           IF WS-STATUS-POR = "00"
               MOVE ZERO TO WS-MAT-CORRENTE
               MOVE ZERO TO WS-QTD-SAIDAS WS-QTD-ATRASOS
                   WS-QTD-RECUSAS
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-PORTARIA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF POR-DATA(1:6) = WS-COMPETENCIA
                               PERFORM CONTAR-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM FECHAR-ALUNO-MES
               CLOSE ARQUIVO-PORTARIA
           END-IF.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           STRING "ALUNOS LISTADOS: " WS-TOTAL
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".
           DISPLAY "Alunos com saidas frequentes: " WS-TOTAL.

       CONTAR-MOVIMENTO.
           IF POR-MATRICULA NOT = WS-MAT-CORRENTE
               PERFORM FECHAR-ALUNO-MES
               MOVE POR-MATRICULA TO WS-MAT-CORRENTE
               MOVE POR-TURMA TO WS-TURMA-ALUNO
           END-IF.
           EVALUATE TRUE
               WHEN POR-RECUSADA
                   ADD 1 TO WS-QTD-RECUSAS
               WHEN POR-SAIDA
                   ADD 1 TO WS-QTD-SAIDAS
               WHEN OTHER
                   ADD 1 TO WS-QTD-ATRASOS
           END-EVALUATE.

       FECHAR-ALUNO-MES.
           IF WS-MAT-CORRENTE NOT = ZERO
                   AND WS-QTD-SAIDAS >= WS-MINIMO-SAIDAS
               ADD 1 TO WS-TOTAL
               MOVE WS-MAT-CORRENTE TO WS-MATRICULA
               PERFORM LER-ALUNO
               MOVE WS-MAT-CORRENTE TO WS-REL-LINHA(1:5)
               MOVE WS-NOME-ALUNO TO WS-REL-LINHA(7:20)
               MOVE WS-TURMA-ALUNO TO WS-REL-LINHA(28:10)
               MOVE WS-QTD-SAIDAS TO WS-REL-LINHA(42:3)
               MOVE WS-QTD-ATRASOS TO WS-REL-LINHA(50:3)
               MOVE WS-QTD-RECUSAS TO WS-REL-LINHA(58:3)
               PERFORM ESCREVER-LINHA
           END-IF.
           MOVE ZERO TO WS-QTD-SAIDAS WS-QTD-ATRASOS WS-QTD-RECUSAS.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
