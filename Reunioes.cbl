       IDENTIFICATION DIVISION.
           PROGRAM-ID. REUNIOES.
           AUTHOR. Alexandre S S Alves.

      * Reunioes de pais e atendimentos individuais. A reuniao da
      * turma no bimestre e o atendimento de um professor com a
      * familia de um aluno com dificuldade ficam no mesmo
      * calendario (reunioes.idx), com data, horario e sala: a sala
      * tem de estar ativa em salas.idx e nao pode estar tomada por
      * outra reuniao em horario que se cruze, e o professor nao
      * pode ter dois atendimentos ao mesmo tempo. Ao agendar, cada
      * familia convidada ganha uma linha em presencas_reuniao.idx
      * e um evento REUNIAO-PAIS na fila (eventos.dat), que
      * NOTIFICACOES transforma em convite ao responsavel de
      * responsaveis.idx; o cancelamento tambem avisa as familias.
      * A chamada da reuniao registra quem compareceu. O relatorio
      * de familias faltosas (reunioes_faltosas.rel) lista as
      * familias que faltaram a duas reunioes seguidas de que
      * foram convidadas e cujo filho esta reprovando em
      * ALUNOS.DATA (ultimo registro da matricula com RESULTADO
      * diferente de PASSOU/APROVADO): sao os casos que a
      * coordenacao liga pessoalmente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-REUNIAO ASSIGN TO "reunioes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RNI-NUMERO
               FILE STATUS IS WS-STATUS-RNI.
           SELECT ARQUIVO-PRESENCA ASSIGN TO "presencas_reuniao.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CHAVE
               FILE STATUS IS WS-STATUS-PRE.
           SELECT ARQUIVO-TURMA ASSIGN TO "turmas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS WS-STATUS-TUR.
           SELECT ARQUIVO-SALA ASSIGN TO "salas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CODIGO
               FILE STATUS IS WS-STATUS-SAL.
           SELECT ARQUIVO-PROFESSOR ASSIGN TO "professores.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-MATRICULA
               FILE STATUS IS WS-STATUS-PROF.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO OF REGISTRO-ALUNO
               ALTERNATE RECORD KEY IS TURMA OF REGISTRO-ALUNO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO OF REGISTRO-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-NOTAS ASSIGN TO "ALUNOS.DATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOT.
           SELECT ARQUIVO-RESPONSAVEL ASSIGN TO "responsaveis.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS WS-STATUS-RSP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-REUNIAO.
           COPY "RegistroReuniao.cpy".

       FD  ARQUIVO-PRESENCA.
           COPY "RegistroPresencaReuniao.cpy".

       FD  ARQUIVO-TURMA.
           COPY "RegistroTurma.cpy".

       FD  ARQUIVO-SALA.
           COPY "RegistroSala.cpy".

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

       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-NOTAS.
           COPY "RegistroAluno.cpy"
               REPLACING REGISTRO-ALUNO BY REGISTRO-NOTAS
                         REGISTRO-CONTROLE BY REGISTRO-CONTROLE-NOTAS.

       FD  ARQUIVO-RESPONSAVEL.
           COPY "RegistroResponsavel.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9(1).
       01 WS-STATUS-RNI PIC X(2).
       01 WS-STATUS-PRE PIC X(2).
       01 WS-STATUS-TUR PIC X(2).
       01 WS-STATUS-SAL PIC X(2).
       01 WS-STATUS-PROF PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-NOT PIC X(2).
       01 WS-STATUS-RSP PIC X(2).
       01 WS-STATUS-MATRICULA PIC X.
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-FIM-PRE PIC X.
       01 WS-OK PIC X.
       01 WS-NUMERO PIC 9(5).
       01 WS-TIPO PIC X(1).
       01 WS-ANO-LETIVO PIC 9(4).
       01 WS-BIMESTRE PIC 9(1).
       01 WS-TURMA PIC X(10).
       01 WS-PROFESSOR PIC X(8).
       01 WS-MATRICULA PIC 9(5).
       01 WS-NOME PIC X(20).
       01 WS-DATA PIC 9(8).
       01 WS-HORA-INICIO PIC 9(4).
       01 WS-HORA-FIM PIC 9(4).
       01 WS-HORA-PARTES REDEFINES WS-HORA-FIM.
           05 WS-HF-HH PIC 9(2).
           05 WS-HF-MM PIC 9(2).
       01 WS-HORA-TESTE PIC 9(4).
       01 WS-HORA-TESTE-PARTES REDEFINES WS-HORA-TESTE.
           05 WS-HT-HH PIC 9(2).
           05 WS-HT-MM PIC 9(2).
       01 WS-SALA PIC X(10).
       01 WS-PAUTA PIC X(40).
       01 WS-MOTIVO PIC X(60).
       01 WS-RESPOSTA PIC X.
       01 WS-NOME-PRESENTE PIC X(30).
       01 WS-TOTAL PIC 9(4).
       01 WS-TOTAL-PRESENTES PIC 9(4).
       01 WS-EVT-TIPO PIC X(14) VALUE "REUNIAO-PAIS".
       01 WS-EVT-CHAVE PIC X(10).
       01 WS-EVT-DADOS PIC X(60).
      * Convites/presencas do ano para o relatorio de faltosos,
      * ordenados por matricula e data da reuniao.
       01 WS-TAB-HISTORICO.
           05 WS-TH-ENT OCCURS 5000 TIMES.
               10 WS-TH-CHAVE.
                   15 WS-TH-MATRICULA PIC 9(5).
                   15 WS-TH-DATA PIC 9(8).
                   15 WS-TH-HORA PIC 9(4).
               10 WS-TH-REUNIAO PIC 9(5).
               10 WS-TH-SITUACAO PIC X(1).
       01 WS-TH-QTD PIC 9(4).
       01 WS-TH-TROCA PIC X(23).
      * Reunioes realizadas do ano (numero, data, hora).
       01 WS-TAB-REALIZADAS.
           05 WS-TR-ENT OCCURS 500 TIMES.
               10 WS-TR-NUMERO PIC 9(5).
               10 WS-TR-DATA PIC 9(8).
               10 WS-TR-HORA PIC 9(4).
       01 WS-TR-QTD PIC 9(3).
      * Familias com duas faltas seguidas.
       01 WS-TAB-FALTOSOS.
           05 WS-TF-ENT OCCURS 500 TIMES.
               10 WS-TF-MATRICULA PIC 9(5).
               10 WS-TF-DATA-1 PIC 9(8).
               10 WS-TF-DATA-2 PIC 9(8).
               10 WS-TF-RESULTADO PIC X(20).
               10 WS-TF-MEDIA PIC 9(3)V9(2).
               10 WS-TF-NOME PIC X(20).
       01 WS-TF-QTD PIC 9(3).
       01 WS-IND PIC 9(4).
       01 WS-IND-2 PIC 9(4).
       01 WS-IND-F PIC 9(3).
       01 WS-ACHOU PIC X.
       01 WS-ED-MEDIA PIC ZZ9.99.
       01 WS-TOTAL-LISTADOS PIC 9(3).
       01 WS-REL-NOME PIC X(30) VALUE "reunioes_faltosas.rel".
       01 WS-REL-TITULO PIC X(40)
           VALUE "FAMILIAS FALTOSAS COM ALUNO REPROVANDO".
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Reunioes de Pais                ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Agendar Reuniao da Turma (B)  ".
           DISPLAY "2 -  Agendar Atendimento Individual".
           DISPLAY "3 -  Cancelar Reuniao              ".
           DISPLAY "4 -  Registrar Presenca            ".
           DISPLAY "5 -  Agenda do Dia / Professor     ".
           DISPLAY "6 -  Familias Faltosas             ".
           DISPLAY "7 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM AGENDAR-REUNIAO-TURMA
               WHEN 2
                   PERFORM AGENDAR-ATENDIMENTO
               WHEN 3
                   PERFORM CANCELAR-REUNIAO
               WHEN 4
                   PERFORM REGISTRAR-PRESENCA
               WHEN 5
                   PERFORM CONSULTAR-AGENDA
               WHEN 6
                   PERFORM RELATORIO-FALTOSOS
               WHEN 7
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

       OBTER-HOJE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.

       ABRIR-REUNIOES.
           OPEN I-O ARQUIVO-REUNIAO.
           EVALUATE WS-STATUS-RNI
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-REUNIAO
                   CLOSE ARQUIVO-REUNIAO
                   OPEN I-O ARQUIVO-REUNIAO
               WHEN OTHER
                   DISPLAY "Erro ao abrir reunioes.idx. STATUS="
                       WS-STATUS-RNI
           END-EVALUATE.

       ABRIR-PRESENCAS.
           OPEN I-O ARQUIVO-PRESENCA.
           EVALUATE WS-STATUS-PRE
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-PRESENCA
                   CLOSE ARQUIVO-PRESENCA
                   OPEN I-O ARQUIVO-PRESENCA
               WHEN OTHER
                   DISPLAY "Erro ao abrir presencas_reuniao.idx. "
                       "STATUS=" WS-STATUS-PRE
           END-EVALUATE.

       AGENDAR-REUNIAO-TURMA.
           IF WS-PERFIL-SESSAO NOT = "B"
               DISPLAY "Permissao negada: a reuniao da turma exige "
                   "perfil B."
               PERFORM PRINCIPAL
           END-IF.
           MOVE "T" TO WS-TIPO.
           MOVE ZERO TO WS-MATRICULA.
           DISPLAY "Turma: ".
           ACCEPT WS-TURMA.
           MOVE "N" TO WS-OK.
           OPEN INPUT ARQUIVO-TURMA.
           IF WS-STATUS-TUR = "00"
               MOVE WS-TURMA TO TUR-CODIGO
               READ ARQUIVO-TURMA KEY IS TUR-CODIGO
                   INVALID KEY
                       DISPLAY "Erro: turma nao cadastrada."
                   NOT INVALID KEY
                       IF TUR-ATIVA
                           MOVE "S" TO WS-OK
                           MOVE TUR-ANO-LETIVO TO WS-ANO-LETIVO
                           MOVE TUR-PROF-REGENTE TO WS-PROFESSOR
                       ELSE
                           DISPLAY "Erro: turma inativa."
                       END-IF
               END-READ
               CLOSE ARQUIVO-TURMA
           ELSE
               DISPLAY "Erro: turmas.idx indisponivel (STATUS="
                   WS-STATUS-TUR ")."
           END-IF.
           IF WS-OK NOT = "S"
               PERFORM PRINCIPAL
           END-IF.
           PERFORM PEDIR-DADOS-REUNIAO.
           IF WS-OK NOT = "S"
               PERFORM PRINCIPAL
           END-IF.
           PERFORM GRAVAR-REUNIAO.
           PERFORM PRINCIPAL.

       AGENDAR-ATENDIMENTO.
           MOVE "I" TO WS-TIPO.
           DISPLAY "Professor (matricula): ".
           ACCEPT WS-PROFESSOR.
           MOVE "N" TO WS-OK.
           OPEN INPUT ARQUIVO-PROFESSOR.
           IF WS-STATUS-PROF = "00"
               MOVE WS-PROFESSOR TO PRO-MATRICULA
               READ ARQUIVO-PROFESSOR KEY IS PRO-MATRICULA
                   INVALID KEY
                       DISPLAY "Erro: professor nao cadastrado."
                   NOT INVALID KEY
                       IF PRO-ATIVO
                           MOVE "S" TO WS-OK
                           DISPLAY "Professor: " PRO-NOME
                       ELSE
                           DISPLAY "Erro: professor inativo."
                       END-IF
               END-READ
               CLOSE ARQUIVO-PROFESSOR
           ELSE
               DISPLAY "Erro: professores.idx indisponivel (STATUS="
                   WS-STATUS-PROF ")."
           END-IF.
           IF WS-OK NOT = "S"
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Matricula do aluno: ".
           ACCEPT WS-MATRICULA.
           PERFORM CONFERIR-ALUNO.
           IF WS-OK NOT = "S"
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Ano letivo: ".
           ACCEPT WS-ANO-LETIVO.
           PERFORM PEDIR-DADOS-REUNIAO.
           IF WS-OK NOT = "S"
               PERFORM PRINCIPAL
           END-IF.
           PERFORM GRAVAR-REUNIAO.
           PERFORM PRINCIPAL.

       CONFERIR-ALUNO.
           MOVE "N" TO WS-OK.
           CALL "VALIDARMATRICULA" USING WS-MATRICULA
               WS-STATUS-MATRICULA.
           IF WS-STATUS-MATRICULA NOT = "A"
               DISPLAY "Erro: matricula de aluno nao encontrada."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO MATRICULA-ALUNO OF REGISTRO-ALUNO.
           READ ARQUIVO-ALUNOS
               INVALID KEY
                   DISPLAY "Erro: matricula de aluno nao encontrada."
               NOT INVALID KEY
                   IF SITUACAO-ALUNO OF REGISTRO-ALUNO NOT = SPACES
                           AND NOT ALUNO-ATIVO OF REGISTRO-ALUNO
                       DISPLAY "Erro: aluno nao esta ativo."
                   ELSE
                       MOVE NOME-ALUNO OF REGISTRO-ALUNO TO WS-NOME
                       MOVE TURMA OF REGISTRO-ALUNO TO WS-TURMA
                       MOVE "S" TO WS-OK
                       DISPLAY "Aluno: " WS-NOME " turma " WS-TURMA
                   END-IF
           END-READ.
           CLOSE ARQUIVO-ALUNOS.

       PEDIR-DADOS-REUNIAO.
      * Data, horario, sala e pauta comuns aos dois tipos, com as
      * conferencias de sala e de choque de horario.
           PERFORM OBTER-HOJE.
           MOVE "N" TO WS-OK.
           DISPLAY "Bimestre (1-4): ".
           ACCEPT WS-BIMESTRE.
           IF WS-BIMESTRE < 1 OR WS-BIMESTRE > 4
               DISPLAY "Erro: bimestre invalido."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Data (AAAAMMDD): ".
           ACCEPT WS-DATA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA) NOT = ZERO
                   OR WS-DATA < WS-HOJE
               DISPLAY "Erro: data invalida ou ja passada."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Hora de inicio (HHMM): ".
           ACCEPT WS-HORA-INICIO.
           DISPLAY "Hora de termino (HHMM): ".
           ACCEPT WS-HORA-FIM.
           MOVE WS-HORA-INICIO TO WS-HORA-TESTE.
           IF WS-HT-HH > 23 OR WS-HT-MM > 59
                   OR WS-HF-HH > 23 OR WS-HF-MM > 59
                   OR WS-HORA-FIM NOT > WS-HORA-INICIO
               DISPLAY "Erro: horario invalido."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Sala: ".
           ACCEPT WS-SALA.
           OPEN INPUT ARQUIVO-SALA.
           IF WS-STATUS-SAL NOT = "00"
               DISPLAY "Erro: salas.idx indisponivel (STATUS="
                   WS-STATUS-SAL ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SALA TO SAL-CODIGO.
           READ ARQUIVO-SALA KEY IS SAL-CODIGO
               INVALID KEY
                   DISPLAY "Erro: sala nao cadastrada."
                   CLOSE ARQUIVO-SALA
                   EXIT PARAGRAPH
           END-READ.
           CLOSE ARQUIVO-SALA.
           IF NOT SAL-ATIVA
               DISPLAY "Erro: sala inativa."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Pauta: ".
           ACCEPT WS-PAUTA.
           PERFORM CONFERIR-CHOQUE.
           IF WS-MOTIVO NOT = SPACES
               DISPLAY "Erro: " WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-OK.

       CONFERIR-CHOQUE.
      * Horarios se cruzam quando um comeca antes do outro acabar.
           MOVE SPACES TO WS-MOTIVO.
           OPEN INPUT ARQUIVO-REUNIAO.
           IF WS-STATUS-RNI NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-REUNIAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF NOT RNI-CANCELADA
                               AND RNI-DATA = WS-DATA
                               AND RNI-HORA-INICIO < WS-HORA-FIM
                               AND WS-HORA-INICIO < RNI-HORA-FIM
                           PERFORM CONFERIR-CHOQUE-UM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-REUNIAO.

       CONFERIR-CHOQUE-UM.
           IF RNI-SALA = WS-SALA
               STRING "sala ocupada pela reuniao " RNI-NUMERO
                      " das " RNI-HORA-INICIO " as " RNI-HORA-FIM "."
                   DELIMITED BY SIZE INTO WS-MOTIVO
               END-STRING
               MOVE "S" TO WS-FIM-ARQUIVO
           ELSE
               IF WS-PROFESSOR NOT = SPACES
                       AND RNI-PROFESSOR = WS-PROFESSOR
                   STRING "professor ja tem a reuniao " RNI-NUMERO
                          " das " RNI-HORA-INICIO " as "
                          RNI-HORA-FIM "."
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   END-STRING
                   MOVE "S" TO WS-FIM-ARQUIVO
               END-IF
           END-IF.

       GRAVAR-REUNIAO.
           PERFORM ABRIR-REUNIOES.
           IF WS-STATUS-RNI NOT = "00"
               EXIT PARAGRAPH
           END-IF.
      * Numero sequencial: maior numero mais um.
           MOVE 1 TO WS-NUMERO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-REUNIAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF RNI-NUMERO >= WS-NUMERO
                           COMPUTE WS-NUMERO = RNI-NUMERO + 1
                       END-IF
               END-READ
           END-PERFORM.
           INITIALIZE REG-REUNIAO.
           MOVE WS-NUMERO TO RNI-NUMERO.
           MOVE WS-TIPO TO RNI-TIPO.
           MOVE WS-ANO-LETIVO TO RNI-ANO-LETIVO.
           MOVE WS-BIMESTRE TO RNI-BIMESTRE.
           MOVE WS-TURMA TO RNI-TURMA.
           MOVE WS-PROFESSOR TO RNI-PROFESSOR.
           MOVE WS-MATRICULA TO RNI-MATRICULA.
           MOVE WS-DATA TO RNI-DATA.
           MOVE WS-HORA-INICIO TO RNI-HORA-INICIO.
           MOVE WS-HORA-FIM TO RNI-HORA-FIM.
           MOVE WS-SALA TO RNI-SALA.
           MOVE WS-PAUTA TO RNI-PAUTA.
           SET RNI-AGENDADA TO TRUE.
           MOVE WS-OPERADOR-SESSAO TO RNI-OPERADOR.
           WRITE REG-REUNIAO
               INVALID KEY
                   DISPLAY "Erro ao gravar a reuniao."
                   CLOSE ARQUIVO-REUNIAO
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE ARQUIVO-REUNIAO.
           DISPLAY "Reuniao " WS-NUMERO " agendada.".
           PERFORM CONVIDAR-FAMILIAS.
           DISPLAY "Familias convidadas: " WS-TOTAL.

       CONVIDAR-FAMILIAS.
      * Reuniao da turma: todos os alunos ativos da turma;
      * atendimento individual: so a familia do aluno.
           MOVE ZERO TO WS-TOTAL.
           PERFORM ABRIR-PRESENCAS.
           IF WS-STATUS-PRE NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-EVT-DADOS.
           STRING "REUNIAO " WS-NUMERO " EM " WS-DATA " AS "
                  WS-HORA-INICIO " SALA " WS-SALA
               DELIMITED BY SIZE INTO WS-EVT-DADOS
           END-STRING.
           IF WS-TIPO = "I"
               PERFORM CONVIDAR-UMA-FAMILIA
           ELSE
               OPEN INPUT ARQUIVO-ALUNOS
               IF WS-STATUS-ALU = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ ARQUIVO-ALUNOS NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF CTL-MARCADOR OF REGISTRO-CONTROLE
                                       NOT = "TRL"
                                   AND TURMA OF REGISTRO-ALUNO
                                       = WS-TURMA
                                   AND (SITUACAO-ALUNO OF
                                       REGISTRO-ALUNO = SPACES
                                     OR ALUNO-ATIVO OF REGISTRO-ALUNO)
                                   MOVE MATRICULA-ALUNO OF
                                       REGISTRO-ALUNO TO WS-MATRICULA
                                   PERFORM CONVIDAR-UMA-FAMILIA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQUIVO-ALUNOS
               END-IF
           END-IF.
           CLOSE ARQUIVO-PRESENCA.

       CONVIDAR-UMA-FAMILIA.
           INITIALIZE REG-PRESENCA-REUNIAO.
           MOVE WS-NUMERO TO PRE-REUNIAO.
           MOVE WS-MATRICULA TO PRE-MATRICULA.
           SET PRE-CONVIDADO TO TRUE.
           MOVE WS-HOJE TO PRE-DATA-CONVITE.
           WRITE REG-PRESENCA-REUNIAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-EVT-CHAVE
                   MOVE WS-MATRICULA TO WS-EVT-CHAVE
                   CALL "GRAVAREVENTO" USING WS-EVT-TIPO
                       WS-EVT-CHAVE WS-EVT-DADOS
                   ADD 1 TO WS-TOTAL
           END-WRITE.

       CANCELAR-REUNIAO.
           PERFORM OBTER-HOJE.
           DISPLAY "Numero da reuniao: ".
           ACCEPT WS-NUMERO.
           PERFORM ABRIR-REUNIOES.
           IF WS-STATUS-RNI NOT = "00"
               PERFORM PRINCIPAL
           END-IF.
           MOVE WS-NUMERO TO RNI-NUMERO.
           READ ARQUIVO-REUNIAO KEY IS RNI-NUMERO
               INVALID KEY
                   DISPLAY "Reuniao nao encontrada."
                   CLOSE ARQUIVO-REUNIAO
                   PERFORM PRINCIPAL
           END-READ.
           IF NOT RNI-AGENDADA
               DISPLAY "So reuniao agendada pode ser cancelada."
               CLOSE ARQUIVO-REUNIAO
               PERFORM PRINCIPAL
           END-IF.
           IF RNI-DE-TURMA AND WS-PERFIL-SESSAO NOT = "B"
               DISPLAY "Permissao negada: a reuniao da turma exige "
                   "perfil B."
               CLOSE ARQUIVO-REUNIAO
               PERFORM PRINCIPAL
           END-IF.
           SET RNI-CANCELADA TO TRUE.
           MOVE WS-OPERADOR-SESSAO TO RNI-OPERADOR.
           REWRITE REG-REUNIAO.
           MOVE SPACES TO WS-EVT-DADOS.
           STRING "CANCELADA REUNIAO " RNI-NUMERO " DE " RNI-DATA
                  " AS " RNI-HORA-INICIO
               DELIMITED BY SIZE INTO WS-EVT-DADOS
           END-STRING.
           CLOSE ARQUIVO-REUNIAO.
      * As familias convidadas recebem o aviso de cancelamento.
           MOVE ZERO TO WS-TOTAL.
           OPEN INPUT ARQUIVO-PRESENCA.
           IF WS-STATUS-PRE = "00"
               MOVE WS-NUMERO TO PRE-REUNIAO
               MOVE ZERO TO PRE-MATRICULA
               MOVE "N" TO WS-FIM-PRE
               START ARQUIVO-PRESENCA KEY IS >= PRE-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-PRE
               END-START
               PERFORM UNTIL WS-FIM-PRE = "S"
                   READ ARQUIVO-PRESENCA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-PRE
                       NOT AT END
                           IF PRE-REUNIAO NOT = WS-NUMERO
                               MOVE "S" TO WS-FIM-PRE
                           ELSE
                               MOVE SPACES TO WS-EVT-CHAVE
                               MOVE PRE-MATRICULA TO WS-EVT-CHAVE
                               CALL "GRAVAREVENTO" USING WS-EVT-TIPO
                                   WS-EVT-CHAVE WS-EVT-DADOS
                               ADD 1 TO WS-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-PRESENCA
           END-IF.
           DISPLAY "Reuniao cancelada; familias avisadas: " WS-TOTAL.
           PERFORM PRINCIPAL.

       REGISTRAR-PRESENCA.
           PERFORM OBTER-HOJE.
           DISPLAY "Numero da reuniao: ".
           ACCEPT WS-NUMERO.
           PERFORM ABRIR-REUNIOES.
           IF WS-STATUS-RNI NOT = "00"
               PERFORM PRINCIPAL
           END-IF.
           MOVE WS-NUMERO TO RNI-NUMERO.
           READ ARQUIVO-REUNIAO KEY IS RNI-NUMERO
               INVALID KEY
                   DISPLAY "Reuniao nao encontrada."
                   CLOSE ARQUIVO-REUNIAO
                   PERFORM PRINCIPAL
           END-READ.
           IF RNI-CANCELADA OR RNI-DATA > WS-HOJE
               DISPLAY "Reuniao cancelada ou ainda nao realizada."
               CLOSE ARQUIVO-REUNIAO
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Reuniao " RNI-NUMERO " de " RNI-DATA " - "
               RNI-PAUTA.
           DISPLAY "Para cada familia: S compareceu, N faltou.".
           PERFORM ABRIR-PRESENCAS.
           MOVE "N" TO WS-OK.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU = "00"
               MOVE "S" TO WS-OK
           END-IF.
           MOVE ZERO TO WS-TOTAL.
           MOVE ZERO TO WS-TOTAL-PRESENTES.
           MOVE WS-NUMERO TO PRE-REUNIAO.
           MOVE ZERO TO PRE-MATRICULA.
           MOVE "N" TO WS-FIM-PRE.
           START ARQUIVO-PRESENCA KEY IS >= PRE-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-PRE
           END-START.
           PERFORM UNTIL WS-FIM-PRE = "S"
               READ ARQUIVO-PRESENCA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PRE
                   NOT AT END
                       IF PRE-REUNIAO NOT = WS-NUMERO
                           MOVE "S" TO WS-FIM-PRE
                       ELSE
                           PERFORM CHAMAR-FAMILIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-PRESENCA.
           IF WS-OK = "S"
               CLOSE ARQUIVO-ALUNOS
           END-IF.
           SET RNI-REALIZADA TO TRUE.
           MOVE WS-OPERADOR-SESSAO TO RNI-OPERADOR.
           REWRITE REG-REUNIAO.
           CLOSE ARQUIVO-REUNIAO.
           DISPLAY "Familias: " WS-TOTAL "  presentes: "
               WS-TOTAL-PRESENTES.
           PERFORM PRINCIPAL.

       CHAMAR-FAMILIA.
           MOVE SPACES TO WS-NOME.
           IF WS-OK = "S"
               MOVE PRE-MATRICULA TO MATRICULA-ALUNO OF REGISTRO-ALUNO
               READ ARQUIVO-ALUNOS
                   NOT INVALID KEY
                       MOVE NOME-ALUNO OF REGISTRO-ALUNO TO WS-NOME
               END-READ
           END-IF.
           MOVE SPACE TO WS-RESPOSTA.
           PERFORM UNTIL WS-RESPOSTA = "S" OR WS-RESPOSTA = "N"
               DISPLAY PRE-MATRICULA " " WS-NOME " (S/N): "
               ACCEPT WS-RESPOSTA
           END-PERFORM.
           ADD 1 TO WS-TOTAL.
           IF WS-RESPOSTA = "S"
               DISPLAY "  Nome de quem compareceu: "
               ACCEPT WS-NOME-PRESENTE
               SET PRE-PRESENTE TO TRUE
               MOVE WS-NOME-PRESENTE TO PRE-NOME-PRESENTE
               ADD 1 TO WS-TOTAL-PRESENTES
           ELSE
               SET PRE-FALTOU TO TRUE
               MOVE SPACES TO PRE-NOME-PRESENTE
           END-IF.
           REWRITE REG-PRESENCA-REUNIAO.

       CONSULTAR-AGENDA.
           DISPLAY "Data (AAAAMMDD): ".
           ACCEPT WS-DATA.
           DISPLAY "Professor (em branco = todos): ".
           ACCEPT WS-PROFESSOR.
           OPEN INPUT ARQUIVO-REUNIAO.
           IF WS-STATUS-RNI NOT = "00"
               DISPLAY "Nenhuma reuniao agendada."
               PERFORM PRINCIPAL
           END-IF.
           MOVE ZERO TO WS-TOTAL.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-REUNIAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF RNI-DATA = WS-DATA
                               AND NOT RNI-CANCELADA
                               AND (WS-PROFESSOR = SPACES
                                   OR RNI-PROFESSOR = WS-PROFESSOR)
                           ADD 1 TO WS-TOTAL
                           IF RNI-DE-TURMA
                               DISPLAY RNI-NUMERO " " RNI-HORA-INICIO
                                   "-" RNI-HORA-FIM " sala " RNI-SALA
                                   " TURMA " RNI-TURMA
                           ELSE
                               DISPLAY RNI-NUMERO " " RNI-HORA-INICIO
                                   "-" RNI-HORA-FIM " sala " RNI-SALA
                                   " prof " RNI-PROFESSOR
                                   " aluno " RNI-MATRICULA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-REUNIAO.
           DISPLAY "Reunioes no dia: " WS-TOTAL.
           PERFORM PRINCIPAL.

       RELATORIO-FALTOSOS.
           DISPLAY "Ano letivo: ".
           ACCEPT WS-ANO-LETIVO.
           MOVE ZERO TO WS-TR-QTD.
           MOVE ZERO TO WS-TH-QTD.
           MOVE ZERO TO WS-TF-QTD.
           OPEN INPUT ARQUIVO-REUNIAO.
           IF WS-STATUS-RNI NOT = "00"
               DISPLAY "Nenhuma reuniao agendada."
               PERFORM PRINCIPAL
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-REUNIAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF RNI-REALIZADA
                               AND RNI-ANO-LETIVO = WS-ANO-LETIVO
                               AND WS-TR-QTD < 500
                           ADD 1 TO WS-TR-QTD
                           MOVE RNI-NUMERO TO WS-TR-NUMERO(WS-TR-QTD)
                           MOVE RNI-DATA TO WS-TR-DATA(WS-TR-QTD)
                           MOVE RNI-HORA-INICIO
                               TO WS-TR-HORA(WS-TR-QTD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-REUNIAO.
           PERFORM CARREGAR-HISTORICO-PRESENCA.
           PERFORM ORDENAR-HISTORICO.
           PERFORM ACHAR-FALTAS-SEGUIDAS.
           PERFORM CONFERIR-RESULTADOS.
           PERFORM IMPRIMIR-FALTOSOS.
           DISPLAY "Familias com duas faltas seguidas: " WS-TF-QTD.
           DISPLAY "Com aluno reprovando (no relatorio): "
               WS-TOTAL-LISTADOS.
           DISPLAY "Relatorio: reunioes_faltosas.rel".
           PERFORM PRINCIPAL.

       CARREGAR-HISTORICO-PRESENCA.
           OPEN INPUT ARQUIVO-PRESENCA.
           IF WS-STATUS-PRE NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-PRE.
           PERFORM UNTIL WS-FIM-PRE = "S"
               READ ARQUIVO-PRESENCA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PRE
                   NOT AT END
                       IF NOT PRE-CONVIDADO
                           PERFORM GUARDAR-PRESENCA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-PRESENCA.

       GUARDAR-PRESENCA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TR-QTD OR WS-ACHOU = "S"
               IF WS-TR-NUMERO(WS-IND) = PRE-REUNIAO
                   MOVE "S" TO WS-ACHOU
                   IF WS-TH-QTD < 5000
                       ADD 1 TO WS-TH-QTD
                       MOVE PRE-MATRICULA
                           TO WS-TH-MATRICULA(WS-TH-QTD)
                       MOVE WS-TR-DATA(WS-IND) TO WS-TH-DATA(WS-TH-QTD)
                       MOVE WS-TR-HORA(WS-IND) TO WS-TH-HORA(WS-TH-QTD)
                       MOVE PRE-REUNIAO TO WS-TH-REUNIAO(WS-TH-QTD)
                       MOVE PRE-SITUACAO TO WS-TH-SITUACAO(WS-TH-QTD)
                   END-IF
               END-IF
           END-PERFORM.

       ORDENAR-HISTORICO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND >= WS-TH-QTD
               PERFORM VARYING WS-IND-2 FROM 1 BY 1
                       UNTIL WS-IND-2 > WS-TH-QTD - WS-IND
                   IF WS-TH-CHAVE(WS-IND-2) >
                           WS-TH-CHAVE(WS-IND-2 + 1)
                       MOVE WS-TH-ENT(WS-IND-2) TO WS-TH-TROCA
                       MOVE WS-TH-ENT(WS-IND-2 + 1)
                           TO WS-TH-ENT(WS-IND-2)
                       MOVE WS-TH-TROCA TO WS-TH-ENT(WS-IND-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ACHAR-FALTAS-SEGUIDAS.
      * Duas reunioes consecutivas da mesma familia (na ordem das
      * datas) ambas com falta; a familia entra uma vez so, com o
      * primeiro par encontrado.
           PERFORM VARYING WS-IND FROM 2 BY 1
                   UNTIL WS-IND > WS-TH-QTD
               IF WS-TH-MATRICULA(WS-IND) =
                       WS-TH-MATRICULA(WS-IND - 1)
                       AND WS-TH-SITUACAO(WS-IND) = "F"
                       AND WS-TH-SITUACAO(WS-IND - 1) = "F"
                   MOVE "N" TO WS-ACHOU
                   IF WS-TF-QTD > ZERO
                       IF WS-TF-MATRICULA(WS-TF-QTD) =
                               WS-TH-MATRICULA(WS-IND)
                           MOVE "S" TO WS-ACHOU
                       END-IF
                   END-IF
                   IF WS-ACHOU = "N" AND WS-TF-QTD < 500
                       ADD 1 TO WS-TF-QTD
                       MOVE WS-TH-MATRICULA(WS-IND)
                           TO WS-TF-MATRICULA(WS-TF-QTD)
                       MOVE WS-TH-DATA(WS-IND - 1)
                           TO WS-TF-DATA-1(WS-TF-QTD)
                       MOVE WS-TH-DATA(WS-IND)
                           TO WS-TF-DATA-2(WS-TF-QTD)
                       MOVE SPACES TO WS-TF-RESULTADO(WS-TF-QTD)
                       MOVE ZERO TO WS-TF-MEDIA(WS-TF-QTD)
                       MOVE SPACES TO WS-TF-NOME(WS-TF-QTD)
                   END-IF
               END-IF
           END-PERFORM.

       CONFERIR-RESULTADOS.
      * Vale o ultimo registro da matricula em ALUNOS.DATA.
           IF WS-TF-QTD = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQUIVO-NOTAS.
           IF WS-STATUS-NOT NOT = "00"
               DISPLAY "ALUNOS.DATA indisponivel (STATUS="
                   WS-STATUS-NOT "); nenhum aluno reprovando."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-NOTAS
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CTL-MARCADOR OF REGISTRO-CONTROLE-NOTAS
                               NOT = "TRL"
                           PERFORM GUARDAR-RESULTADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-NOTAS.

       GUARDAR-RESULTADO.
           PERFORM VARYING WS-IND-F FROM 1 BY 1
                   UNTIL WS-IND-F > WS-TF-QTD
               IF WS-TF-MATRICULA(WS-IND-F) =
                       MATRICULA-ALUNO OF REGISTRO-NOTAS
                   MOVE RESULTADO OF REGISTRO-NOTAS
                       TO WS-TF-RESULTADO(WS-IND-F)
                   MOVE MEDIA OF REGISTRO-NOTAS
                       TO WS-TF-MEDIA(WS-IND-F)
                   MOVE NOME-ALUNO OF REGISTRO-NOTAS
                       TO WS-TF-NOME(WS-IND-F)
               END-IF
           END-PERFORM.

       IMPRIMIR-FALTOSOS.
           MOVE ZERO TO WS-TOTAL-LISTADOS.
           MOVE "N" TO WS-OK.
           OPEN INPUT ARQUIVO-RESPONSAVEL.
           IF WS-STATUS-RSP = "00"
               MOVE "S" TO WS-OK
           END-IF.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           STRING "ANO LETIVO " WS-ANO-LETIVO
                  " - DUAS FALTAS SEGUIDAS E RESULTADO DE REPROVACAO"
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING WS-IND-F FROM 1 BY 1
                   UNTIL WS-IND-F > WS-TF-QTD
               IF WS-TF-RESULTADO(WS-IND-F) NOT = SPACES
                       AND WS-TF-RESULTADO(WS-IND-F) NOT = "PASSOU"
                       AND WS-TF-RESULTADO(WS-IND-F)(1:8)
                           NOT = "APROVADO"
                   PERFORM IMPRIMIR-FALTOSO
               END-IF
           END-PERFORM.
           IF WS-TOTAL-LISTADOS = ZERO
               MOVE "NENHUMA FAMILIA NESTA SITUACAO." TO WS-REL-LINHA
               PERFORM ESCREVER-LINHA
           END-IF.
           CALL "REL-FECHAR".
           IF WS-OK = "S"
               CLOSE ARQUIVO-RESPONSAVEL
           END-IF.

       IMPRIMIR-FALTOSO.
           ADD 1 TO WS-TOTAL-LISTADOS.
           MOVE WS-TF-MEDIA(WS-IND-F) TO WS-ED-MEDIA.
           STRING WS-TF-MATRICULA(WS-IND-F) " "
                  WS-TF-NOME(WS-IND-F) " MEDIA " WS-ED-MEDIA " "
                  WS-TF-RESULTADO(WS-IND-F)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           STRING "    FALTOU EM " WS-TF-DATA-1(WS-IND-F) " E "
                  WS-TF-DATA-2(WS-IND-F)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           IF WS-OK = "S"
               MOVE WS-TF-MATRICULA(WS-IND-F) TO RSP-MATRICULA
               READ ARQUIVO-RESPONSAVEL KEY IS RSP-MATRICULA
                   INVALID KEY
                       MOVE "    RESPONSAVEL NAO CADASTRADO"
                           TO WS-REL-LINHA
                   NOT INVALID KEY
                       STRING "    LIGAR: " RSP-NOME " "
                              RSP-TELEFONE
                           DELIMITED BY SIZE INTO WS-REL-LINHA
                       END-STRING
               END-READ
               PERFORM ESCREVER-LINHA
           END-IF.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
