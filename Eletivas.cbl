       IDENTIFICATION DIVISION.
           PROGRAM-ID. ELETIVAS.
           AUTHOR. Alexandre S S Alves.

      * Eletivas e itinerarios formativos do ensino medio, que
      * cortam a estrutura fixa de turmas. Cada oferta do ano
      * letivo (eletivas.idx) tem disciplina, professor, sala, um
      * encaixe semanal (dia/periodo), limite de vagas e a faixa de
      * series atendida. Ao cadastrar, o encaixe e gravado na grade
      * (grade_horaria.idx) com o codigo da eletiva no lugar da
      * turma: a chave da grade recusa o professor ocupado, e o
      * encaixe e recusado se alguma turma da faixa ja tem aula
      * nele ou se a sala ja esta tomada. O aluno faz o pedido
      * (inscricoes_eletivas.idx) e o processamento distribui as
      * vagas por prioridade -- serie mais adiantada primeiro, e
      * dentro da serie o pedido mais antigo --, mandando o resto
      * para a lista de espera. Cancelar uma vaga confirmada roda o
      * processamento da eletiva de novo, promovendo o primeiro da
      * espera. O aluno nao pode pedir duas eletivas do mesmo
      * encaixe. Diario de classe e digitacao de notas aceitam o
      * codigo da eletiva e trabalham sobre os inscritos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ELETIVA ASSIGN TO "eletivas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELT-CODIGO
               FILE STATUS IS WS-STATUS-ELT.
           SELECT ARQUIVO-INSCRICAO
               ASSIGN TO "inscricoes_eletivas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IEL-CHAVE
               FILE STATUS IS WS-STATUS-IEL.
           SELECT ARQUIVO-GRADE ASSIGN TO "grade_horaria.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRH-CHAVE
               FILE STATUS IS WS-STATUS-GRH.
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
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ELETIVA.
           COPY "RegistroEletiva.cpy".

       FD  ARQUIVO-INSCRICAO.
           COPY "RegistroInscricaoEletiva.cpy".

       FD  ARQUIVO-GRADE.
           COPY "RegistroGradeHoraria.cpy".

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

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-ELT PIC X(2).
       01 WS-STATUS-IEL PIC X(2).
       01 WS-STATUS-GRH PIC X(2).
       01 WS-STATUS-TUR PIC X(2).
       01 WS-STATUS-SAL PIC X(2).
       01 WS-STATUS-PROF PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-AGORA PIC 9(6).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-FIM-INSCRICAO PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-STATUS-DISCIPLINA PIC X.
       01 WS-STATUS-MATRICULA PIC X.
       01 WS-CONCEITUAL PIC X.
      * Dados da oferta em digitacao, guardados fora do registro
      * porque a conferencia do encaixe le outras eletivas.
       01 WS-CODIGO PIC X(10).
       01 WS-ANO-LETIVO PIC 9(4).
       01 WS-DISCIPLINA PIC X(20).
       01 WS-PROFESSOR PIC X(8).
       01 WS-SALA PIC X(10).
       01 WS-DIA PIC 9(1).
       01 WS-PERIODO PIC 9(2).
       01 WS-VAGAS PIC 9(3).
       01 WS-SERIE-INICIAL PIC 9(2).
       01 WS-SERIE-FINAL PIC 9(2).
       01 WS-ENCAIXE-OK PIC X.
       01 WS-MOTIVO PIC X(60).
       01 WS-MATRICULA PIC 9(5).
       01 WS-NOME PIC X(20).
       01 WS-TURMA PIC X(10).
       01 WS-SERIE PIC 9(2).
       01 WS-SITUACAO-ANTERIOR PIC X.
       01 WS-CHOQUE PIC X.
       01 WS-ELETIVA-CHOQUE PIC X(10).
      * Pedidos e espera de uma eletiva, ordenados pela chave
      * WS-TP-ORDENACAO (99 - serie, data, hora, matricula).
       01 WS-TAB-PEDIDOS.
           05 WS-TP-ENT OCCURS 300 TIMES.
               10 WS-TP-ORDENACAO.
                   15 WS-TP-SERIE-INV PIC 9(2).
                   15 WS-TP-DATA PIC 9(8).
                   15 WS-TP-HORA PIC 9(6).
                   15 WS-TP-MATRICULA PIC 9(5).
       01 WS-TP-QTD PIC 9(3) VALUE ZERO.
       01 WS-TP-TROCA PIC X(21).
       01 WS-IND PIC 9(3).
       01 WS-IND-2 PIC 9(3).
       01 WS-OCUPADAS PIC 9(3).
       01 WS-POSICAO PIC 9(3).
       01 WS-TOTAL-CONFIRMADOS PIC 9(4).
       01 WS-TOTAL-ESPERA PIC 9(4).
       01 WS-TOTAL-ELETIVAS PIC 9(3).
       01 WS-NOME-REL PIC X(30) VALUE "eletiva_lista.rel".
       01 WS-TITULO-REL PIC X(40)
           VALUE "LISTA DE INSCRITOS DA ELETIVA".
       01 WS-LINHA-REL PIC X(80).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Eletivas / Itinerarios          ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Cadastrar Oferta (perfil B)   ".
           DISPLAY "2 -  Encerrar Oferta (perfil B)    ".
           DISPLAY "3 -  Pedido de Inscricao do Aluno  ".
           DISPLAY "4 -  Cancelar Inscricao            ".
           DISPLAY "5 -  Processar Pedidos (perfil B)  ".
           DISPLAY "6 -  Lista da Eletiva              ".
           DISPLAY "7 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM CADASTRAR-OFERTA
               WHEN 2
                   PERFORM ENCERRAR-OFERTA
               WHEN 3
                   PERFORM PEDIR-INSCRICAO
               WHEN 4
                   PERFORM CANCELAR-INSCRICAO
               WHEN 5
                   PERFORM PROCESSAR-PEDIDOS
               WHEN 6
                   PERFORM LISTA-ELETIVA
               WHEN 7
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

       ABRIR-ELETIVAS.
           OPEN I-O ARQUIVO-ELETIVA.
           EVALUATE WS-STATUS-ELT
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-ELETIVA
                   CLOSE ARQUIVO-ELETIVA
                   OPEN I-O ARQUIVO-ELETIVA
               WHEN OTHER
                   DISPLAY "Erro ao abrir eletivas.idx. STATUS="
                       WS-STATUS-ELT
           END-EVALUATE.

       ABRIR-INSCRICOES.
           OPEN I-O ARQUIVO-INSCRICAO.
           EVALUATE WS-STATUS-IEL
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-INSCRICAO
                   CLOSE ARQUIVO-INSCRICAO
                   OPEN I-O ARQUIVO-INSCRICAO
               WHEN OTHER
                   DISPLAY "Erro ao abrir inscricoes_eletivas.idx. "
                       "STATUS=" WS-STATUS-IEL
           END-EVALUATE.

       ABRIR-GRADE.
           OPEN I-O ARQUIVO-GRADE.
           EVALUATE WS-STATUS-GRH
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-GRADE
                   CLOSE ARQUIVO-GRADE
                   OPEN I-O ARQUIVO-GRADE
               WHEN OTHER
                   DISPLAY "Erro ao abrir grade_horaria.idx. STATUS="
                       WS-STATUS-GRH
           END-EVALUATE.

       OBTER-HOJE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           MOVE WS-DATA-HORA(9:6) TO WS-AGORA.

       CADASTRAR-OFERTA.
           IF WS-PERFIL-SESSAO NOT = "B"
               DISPLAY "Permissao negada: o cadastro de eletivas "
                   "exige perfil B."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Codigo da eletiva (ate 10 posicoes): ".
           ACCEPT WS-CODIGO.
           IF WS-CODIGO = SPACES
               DISPLAY "Codigo em branco. Cadastro cancelado."
               PERFORM PRINCIPAL
           END-IF.
      * O codigo vai para o lugar da turma na grade e no diario,
      * entao nao pode ser o codigo de uma turma.
           OPEN INPUT ARQUIVO-TURMA.
           IF WS-STATUS-TUR = "00"
               MOVE WS-CODIGO TO TUR-CODIGO
               READ ARQUIVO-TURMA KEY IS TUR-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Erro: " WS-CODIGO " e uma turma "
                           "cadastrada. Cadastro cancelado."
                       CLOSE ARQUIVO-TURMA
                       PERFORM PRINCIPAL
               END-READ
               CLOSE ARQUIVO-TURMA
           END-IF.
           PERFORM ABRIR-ELETIVAS.
           MOVE WS-CODIGO TO ELT-CODIGO.
           READ ARQUIVO-ELETIVA KEY IS ELT-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Erro: eletiva " WS-CODIGO " ja existe ("
                       ELT-ANO-LETIVO " " ELT-DISCIPLINA ")."
                   CLOSE ARQUIVO-ELETIVA
                   PERFORM PRINCIPAL
           END-READ.
           CLOSE ARQUIVO-ELETIVA.

           DISPLAY "Ano letivo: ".
           ACCEPT WS-ANO-LETIVO.
           DISPLAY "Disciplina (codigo ou nome oficial): ".
           ACCEPT WS-DISCIPLINA.
           CALL "VALIDARDISCIPLINA" USING WS-DISCIPLINA
               WS-STATUS-DISCIPLINA.
           IF WS-STATUS-DISCIPLINA NOT = "V"
               DISPLAY "Erro: disciplina invalida ou inativa. "
                   "Cadastro cancelado."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Matricula do professor: ".
           ACCEPT WS-PROFESSOR.
           PERFORM CONFERIR-PROFESSOR.
           IF WS-ENCAIXE-OK NOT = "S"
               DISPLAY "Cadastro cancelado."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Numero de vagas: ".
           ACCEPT WS-VAGAS.
           DISPLAY "Sala: ".
           ACCEPT WS-SALA.
           PERFORM CONFERIR-SALA.
           IF WS-ENCAIXE-OK NOT = "S"
               DISPLAY "Cadastro cancelado."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Serie inicial atendida: ".
           ACCEPT WS-SERIE-INICIAL.
           DISPLAY "Serie final atendida: ".
           ACCEPT WS-SERIE-FINAL.
           IF WS-SERIE-INICIAL = ZERO
                   OR WS-SERIE-FINAL < WS-SERIE-INICIAL
                   OR WS-VAGAS = ZERO
               DISPLAY "Erro: faixa de series ou vagas invalidas. "
                   "Cadastro cancelado."
               PERFORM PRINCIPAL
           END-IF.
           MOVE ZERO TO WS-DIA.
           PERFORM WITH TEST AFTER
               UNTIL WS-DIA >= 1 AND WS-DIA <= 6
               DISPLAY "Dia da semana (1=seg ... 6=sab): "
               ACCEPT WS-DIA
           END-PERFORM.
           MOVE ZERO TO WS-PERIODO.
           PERFORM WITH TEST AFTER
               UNTIL WS-PERIODO >= 1 AND WS-PERIODO <= 10
               DISPLAY "Periodo (1 a 10): "
               ACCEPT WS-PERIODO
           END-PERFORM.

           PERFORM ABRIR-ELETIVAS.
           PERFORM ABRIR-GRADE.
           PERFORM CONFERIR-ENCAIXE.
           IF WS-ENCAIXE-OK NOT = "S"
               DISPLAY "Erro: " WS-MOTIVO
               DISPLAY "Cadastro recusado."
           ELSE
               MOVE WS-PROFESSOR TO GRH-PROFESSOR
               MOVE WS-DIA TO GRH-DIA
               MOVE WS-PERIODO TO GRH-PERIODO
               MOVE WS-CODIGO TO GRH-TURMA
               MOVE WS-DISCIPLINA TO GRH-DISCIPLINA
               WRITE REG-GRADE-HORARIA
                   INVALID KEY
                       DISPLAY "Erro: o professor ja tem aula nesse "
                           "dia e periodo (choque de horario)."
                       DISPLAY "Cadastro recusado."
                   NOT INVALID KEY
                       PERFORM GRAVAR-OFERTA
               END-WRITE
           END-IF.
           CLOSE ARQUIVO-GRADE.
           CLOSE ARQUIVO-ELETIVA.
           PERFORM PRINCIPAL.

       GRAVAR-OFERTA.
           MOVE WS-CODIGO TO ELT-CODIGO.
           MOVE WS-ANO-LETIVO TO ELT-ANO-LETIVO.
           MOVE WS-DISCIPLINA TO ELT-DISCIPLINA.
           MOVE WS-PROFESSOR TO ELT-PROFESSOR.
           MOVE WS-SALA TO ELT-SALA.
           MOVE WS-DIA TO ELT-DIA.
           MOVE WS-PERIODO TO ELT-PERIODO.
           MOVE WS-VAGAS TO ELT-VAGAS.
           MOVE WS-SERIE-INICIAL TO ELT-SERIE-INICIAL.
           MOVE WS-SERIE-FINAL TO ELT-SERIE-FINAL.
           SET ELT-ATIVA TO TRUE.
           WRITE REG-ELETIVA
               INVALID KEY
                   DISPLAY "Erro ao gravar a eletiva!"
                   DELETE ARQUIVO-GRADE
               NOT INVALID KEY
                   DISPLAY "Eletiva " WS-CODIGO " cadastrada e "
                       "encaixe reservado na grade."
           END-WRITE.

       CONFERIR-PROFESSOR.
           MOVE "N" TO WS-ENCAIXE-OK.
           OPEN INPUT ARQUIVO-PROFESSOR.
           IF WS-STATUS-PROF NOT = "00"
               DISPLAY "Erro: professores.idx indisponivel (STATUS="
                   WS-STATUS-PROF ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROFESSOR TO PRO-MATRICULA.
           READ ARQUIVO-PROFESSOR KEY IS PRO-MATRICULA
               INVALID KEY
                   DISPLAY "Erro: professor nao encontrado."
               NOT INVALID KEY
                   IF PRO-INATIVO
                       DISPLAY "Erro: professor inativo."
                   ELSE
                       DISPLAY "Professor: " PRO-NOME
                       MOVE "S" TO WS-ENCAIXE-OK
                   END-IF
           END-READ.
           CLOSE ARQUIVO-PROFESSOR.

       CONFERIR-SALA.
      * Sala do cadastro oficial, ativa e com lugar para as vagas
      * oferecidas.
           MOVE "N" TO WS-ENCAIXE-OK.
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
               NOT INVALID KEY
                   IF SAL-INATIVA
                       DISPLAY "Erro: sala inativa."
                   ELSE
                   IF SAL-CAPACIDADE < WS-VAGAS
                       DISPLAY "Erro: a sala comporta "
                           SAL-CAPACIDADE " alunos."
                   ELSE
                       MOVE "S" TO WS-ENCAIXE-OK
                   END-IF
                   END-IF
           END-READ.
           CLOSE ARQUIVO-SALA.

       CONFERIR-ENCAIXE.
      * O encaixe da eletiva fica reservado para as series da
      * faixa: nenhuma turma delas pode ter aula nele. A sala nao
      * pode estar ocupada por outra turma nem por outra eletiva.
      * Outras eletivas no mesmo encaixe sao permitidas (e o
      * bloco de itinerarios); o aluno so nao pode pedir duas.
           MOVE "S" TO WS-ENCAIXE-OK.
           MOVE SPACES TO WS-MOTIVO.
           OPEN INPUT ARQUIVO-TURMA.
           IF WS-STATUS-TUR NOT = "00"
               MOVE "N" TO WS-ENCAIXE-OK
               MOVE "turmas.idx indisponivel para conferir a grade."
                   TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO GRH-CHAVE.
           START ARQUIVO-GRADE KEY IS >= GRH-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-GRADE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF GRH-DIA = WS-DIA
                               AND GRH-PERIODO = WS-PERIODO
                           PERFORM CONFRONTAR-ENCAIXE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-TURMA.

       CONFRONTAR-ENCAIXE.
           MOVE GRH-TURMA TO TUR-CODIGO.
           READ ARQUIVO-TURMA KEY IS TUR-CODIGO
               INVALID KEY
                   MOVE GRH-TURMA TO ELT-CODIGO
                   READ ARQUIVO-ELETIVA KEY IS ELT-CODIGO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ELT-SALA = WS-SALA
                               MOVE "N" TO WS-ENCAIXE-OK
                               STRING "a sala " WS-SALA
                                   " ja esta com a eletiva "
                                   ELT-CODIGO " nesse horario."
                                   DELIMITED BY SIZE INTO WS-MOTIVO
                               END-STRING
                           END-IF
                   END-READ
               NOT INVALID KEY
                   IF TUR-ANO-LETIVO = WS-ANO-LETIVO
                           AND TUR-SERIE >= WS-SERIE-INICIAL
                           AND TUR-SERIE <= WS-SERIE-FINAL
                       MOVE "N" TO WS-ENCAIXE-OK
                       STRING "a turma " TUR-CODIGO
                           " da faixa ja tem aula nesse horario."
                           DELIMITED BY SIZE INTO WS-MOTIVO
                       END-STRING
                   ELSE
                   IF TUR-SALA = WS-SALA
                       MOVE "N" TO WS-ENCAIXE-OK
                       STRING "a sala " WS-SALA
                           " ja esta com a turma " TUR-CODIGO
                           " nesse horario."
                           DELIMITED BY SIZE INTO WS-MOTIVO
                       END-STRING
                   END-IF
                   END-IF
           END-READ.
           IF WS-ENCAIXE-OK = "N"
               MOVE "S" TO WS-FIM-ARQUIVO
           END-IF.

       ENCERRAR-OFERTA.
      * Encerrada a oferta, o encaixe sai da grade; as inscricoes
      * ficam como historico (boletim).
           IF WS-PERFIL-SESSAO NOT = "B"
               DISPLAY "Permissao negada: o encerramento exige "
                   "perfil B."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Codigo da eletiva: ".
           ACCEPT WS-CODIGO.
           PERFORM ABRIR-ELETIVAS.
           MOVE WS-CODIGO TO ELT-CODIGO.
           READ ARQUIVO-ELETIVA KEY IS ELT-CODIGO
               INVALID KEY
                   DISPLAY "Eletiva nao encontrada."
                   CLOSE ARQUIVO-ELETIVA
                   PERFORM PRINCIPAL
           END-READ.
           IF ELT-ENCERRADA
               DISPLAY "Eletiva ja encerrada."
               CLOSE ARQUIVO-ELETIVA
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Eletiva " ELT-CODIGO " " ELT-DISCIPLINA
               " ano " ELT-ANO-LETIVO.
           DISPLAY "Confirma o encerramento? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Encerramento cancelado."
               CLOSE ARQUIVO-ELETIVA
               PERFORM PRINCIPAL
           END-IF.
           SET ELT-ENCERRADA TO TRUE.
           REWRITE REG-ELETIVA.
           PERFORM ABRIR-GRADE.
           MOVE ELT-PROFESSOR TO GRH-PROFESSOR.
           MOVE ELT-DIA TO GRH-DIA.
           MOVE ELT-PERIODO TO GRH-PERIODO.
           READ ARQUIVO-GRADE KEY IS GRH-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GRH-TURMA = ELT-CODIGO
                       DELETE ARQUIVO-GRADE
                   END-IF
           END-READ.
           CLOSE ARQUIVO-GRADE.
           CLOSE ARQUIVO-ELETIVA.
           DISPLAY "Eletiva encerrada e encaixe liberado na grade.".
           PERFORM PRINCIPAL.

       CONFERIR-ALUNO.
      * Aluno ativo, com a serie tirada da turma (turmas.idx).
           MOVE "N" TO WS-ENCAIXE-OK.
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
           MOVE WS-MATRICULA TO MATRICULA-ALUNO.
           READ ARQUIVO-ALUNOS
               INVALID KEY
                   DISPLAY "Erro: matricula de aluno nao encontrada."
               NOT INVALID KEY
                   IF SITUACAO-ALUNO NOT = SPACES
                           AND SITUACAO-ALUNO NOT = "A"
                       DISPLAY "Erro: aluno nao esta ativo."
                   ELSE
                       MOVE NOME-ALUNO TO WS-NOME
                       MOVE TURMA TO WS-TURMA
                       MOVE "S" TO WS-ENCAIXE-OK
                   END-IF
           END-READ.
           CLOSE ARQUIVO-ALUNOS.
           IF WS-ENCAIXE-OK = "S"
               CALL "SERIECONCEITUAL" USING WS-TURMA WS-SERIE
                   WS-CONCEITUAL
               DISPLAY "Aluno: " WS-NOME " turma " WS-TURMA
                   " serie " WS-SERIE
           END-IF.

       PEDIR-INSCRICAO.
           PERFORM OBTER-HOJE.
           DISPLAY "Matricula do aluno: ".
           ACCEPT WS-MATRICULA.
           PERFORM CONFERIR-ALUNO.
           IF WS-ENCAIXE-OK NOT = "S"
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Codigo da eletiva: ".
           ACCEPT WS-CODIGO.
           PERFORM ABRIR-ELETIVAS.
           MOVE WS-CODIGO TO ELT-CODIGO.
           READ ARQUIVO-ELETIVA KEY IS ELT-CODIGO
               INVALID KEY
                   DISPLAY "Eletiva nao encontrada."
                   CLOSE ARQUIVO-ELETIVA
                   PERFORM PRINCIPAL
           END-READ.
           IF NOT ELT-ATIVA
               DISPLAY "Eletiva encerrada; nao recebe pedidos."
               CLOSE ARQUIVO-ELETIVA
               PERFORM PRINCIPAL
           END-IF.
           IF WS-SERIE < ELT-SERIE-INICIAL
                   OR WS-SERIE > ELT-SERIE-FINAL
               DISPLAY "Erro: a eletiva atende as series "
                   ELT-SERIE-INICIAL " a " ELT-SERIE-FINAL "."
               CLOSE ARQUIVO-ELETIVA
               PERFORM PRINCIPAL
           END-IF.
           MOVE ELT-ANO-LETIVO TO WS-ANO-LETIVO.
           MOVE ELT-DIA TO WS-DIA.
           MOVE ELT-PERIODO TO WS-PERIODO.
           PERFORM ABRIR-INSCRICOES.
           PERFORM CONFERIR-CHOQUE-ALUNO.
           IF WS-CHOQUE = "S"
               DISPLAY "Erro: o aluno ja tem pedido na eletiva "
                   WS-ELETIVA-CHOQUE " no mesmo horario."
               CLOSE ARQUIVO-INSCRICAO
               CLOSE ARQUIVO-ELETIVA
               PERFORM PRINCIPAL
           END-IF.
           MOVE WS-MATRICULA TO IEL-MATRICULA.
           MOVE WS-CODIGO TO IEL-ELETIVA.
           READ ARQUIVO-INSCRICAO KEY IS IEL-CHAVE
               INVALID KEY
                   PERFORM MONTAR-PEDIDO
                   WRITE REG-INSCRICAO-ELETIVA
                   DISPLAY "Pedido registrado; a vaga sai no "
                       "processamento dos pedidos."
               NOT INVALID KEY
                   IF IEL-CANCELADO
                       PERFORM MONTAR-PEDIDO
                       REWRITE REG-INSCRICAO-ELETIVA
                       DISPLAY "Pedido refeito; a vaga sai no "
                           "processamento dos pedidos."
                   ELSE
                       DISPLAY "O aluno ja tem inscricao nessa "
                           "eletiva (situacao " IEL-SITUACAO ")."
                   END-IF
           END-READ.
           CLOSE ARQUIVO-INSCRICAO.
           CLOSE ARQUIVO-ELETIVA.
           PERFORM PRINCIPAL.

       MONTAR-PEDIDO.
           MOVE WS-MATRICULA TO IEL-MATRICULA.
           MOVE WS-CODIGO TO IEL-ELETIVA.
           MOVE WS-ANO-LETIVO TO IEL-ANO-LETIVO.
           MOVE WS-NOME TO IEL-NOME.
           MOVE WS-SERIE TO IEL-SERIE.
           MOVE WS-HOJE TO IEL-DATA-PEDIDO.
           MOVE WS-AGORA TO IEL-HORA-PEDIDO.
           SET IEL-PEDIDO TO TRUE.
           MOVE ZERO TO IEL-POSICAO.
           MOVE WS-OPERADOR-SESSAO TO IEL-OPERADOR.

       CONFERIR-CHOQUE-ALUNO.
      * Pedido vivo (nao cancelado) do aluno em outra eletiva do
      * mesmo dia/periodo impede o novo pedido.
           MOVE "N" TO WS-CHOQUE.
           MOVE "N" TO WS-FIM-INSCRICAO.
           MOVE WS-MATRICULA TO IEL-MATRICULA.
           MOVE LOW-VALUES TO IEL-ELETIVA.
           START ARQUIVO-INSCRICAO KEY IS >= IEL-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-INSCRICAO
           END-START.
           PERFORM UNTIL WS-FIM-INSCRICAO = "S"
               READ ARQUIVO-INSCRICAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-INSCRICAO
                   NOT AT END
                       IF IEL-MATRICULA NOT = WS-MATRICULA
                           MOVE "S" TO WS-FIM-INSCRICAO
                       ELSE
                       IF NOT IEL-CANCELADO
                               AND IEL-ELETIVA NOT = WS-CODIGO
                           MOVE IEL-ELETIVA TO ELT-CODIGO
                           READ ARQUIVO-ELETIVA KEY IS ELT-CODIGO
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF ELT-ATIVA
                                       AND ELT-DIA = WS-DIA
                                       AND ELT-PERIODO = WS-PERIODO
                                       MOVE "S" TO WS-CHOQUE
                                       MOVE ELT-CODIGO
                                           TO WS-ELETIVA-CHOQUE
                                   END-IF
                           END-READ
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CANCELAR-INSCRICAO.
           DISPLAY "Matricula do aluno: ".
           ACCEPT WS-MATRICULA.
           DISPLAY "Codigo da eletiva: ".
           ACCEPT WS-CODIGO.
           PERFORM ABRIR-INSCRICOES.
           MOVE WS-MATRICULA TO IEL-MATRICULA.
           MOVE WS-CODIGO TO IEL-ELETIVA.
           READ ARQUIVO-INSCRICAO KEY IS IEL-CHAVE
               INVALID KEY
                   DISPLAY "Inscricao nao encontrada."
                   CLOSE ARQUIVO-INSCRICAO
                   PERFORM PRINCIPAL
           END-READ.
           IF IEL-CANCELADO
               DISPLAY "Inscricao ja cancelada."
               CLOSE ARQUIVO-INSCRICAO
               PERFORM PRINCIPAL
           END-IF.
           MOVE IEL-SITUACAO TO WS-SITUACAO-ANTERIOR.
           SET IEL-CANCELADO TO TRUE.
           MOVE ZERO TO IEL-POSICAO.
           MOVE WS-OPERADOR-SESSAO TO IEL-OPERADOR.
           REWRITE REG-INSCRICAO-ELETIVA.
           DISPLAY "Inscricao cancelada.".
      * Vaga confirmada liberada: a eletiva e reprocessada na hora
      * para o primeiro da espera assumir.
           IF WS-SITUACAO-ANTERIOR = "M"
               PERFORM ABRIR-ELETIVAS
               MOVE WS-CODIGO TO ELT-CODIGO
               READ ARQUIVO-ELETIVA KEY IS ELT-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ELT-ATIVA
                           MOVE ZERO TO WS-TOTAL-CONFIRMADOS
                           MOVE ZERO TO WS-TOTAL-ESPERA
                           PERFORM PROCESSAR-ELETIVA
                           DISPLAY "Vagas confirmadas na "
                               "reclassificacao: "
                               WS-TOTAL-CONFIRMADOS
                       END-IF
               END-READ
               CLOSE ARQUIVO-ELETIVA
           END-IF.
           CLOSE ARQUIVO-INSCRICAO.
           PERFORM PRINCIPAL.

       PROCESSAR-PEDIDOS.
      * Roda todas as eletivas ativas do ano; pode ser repetido a
      * cada nova leva de pedidos, sem mexer em vaga ja confirmada.
           IF WS-PERFIL-SESSAO NOT = "B"
               DISPLAY "Permissao negada: o processamento exige "
                   "perfil B."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Ano letivo: ".
           ACCEPT WS-ANO-LETIVO.
           MOVE ZERO TO WS-TOTAL-CONFIRMADOS.
           MOVE ZERO TO WS-TOTAL-ESPERA.
           MOVE ZERO TO WS-TOTAL-ELETIVAS.
           PERFORM ABRIR-ELETIVAS.
           PERFORM ABRIR-INSCRICOES.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO ELT-CODIGO.
           START ARQUIVO-ELETIVA KEY IS >= ELT-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ELETIVA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF ELT-ATIVA
                               AND ELT-ANO-LETIVO = WS-ANO-LETIVO
                           ADD 1 TO WS-TOTAL-ELETIVAS
                           PERFORM PROCESSAR-ELETIVA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-INSCRICAO.
           CLOSE ARQUIVO-ELETIVA.
           DISPLAY "Eletivas processadas:    " WS-TOTAL-ELETIVAS.
           DISPLAY "Vagas confirmadas agora: " WS-TOTAL-CONFIRMADOS.
           DISPLAY "Alunos na espera:        " WS-TOTAL-ESPERA.
           PERFORM PRINCIPAL.

       PROCESSAR-ELETIVA.
      * Vagas livres = limite - confirmados; pedidos e espera
      * disputam por serie (mais adiantada primeiro) e ordem do
      * pedido. Quem nao cabe fica na espera com a posicao.
           MOVE ZERO TO WS-OCUPADAS.
           MOVE ZERO TO WS-TP-QTD.
           MOVE "N" TO WS-FIM-INSCRICAO.
           MOVE LOW-VALUES TO IEL-CHAVE.
           START ARQUIVO-INSCRICAO KEY IS >= IEL-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-INSCRICAO
           END-START.
           PERFORM UNTIL WS-FIM-INSCRICAO = "S"
               READ ARQUIVO-INSCRICAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-INSCRICAO
                   NOT AT END
                       IF IEL-ELETIVA = ELT-CODIGO
                           PERFORM CARREGAR-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM ORDENAR-PEDIDOS.
           MOVE ZERO TO WS-POSICAO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TP-QTD
               MOVE WS-TP-MATRICULA(WS-IND) TO IEL-MATRICULA
               MOVE ELT-CODIGO TO IEL-ELETIVA
               READ ARQUIVO-INSCRICAO KEY IS IEL-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-OCUPADAS < ELT-VAGAS
                           ADD 1 TO WS-OCUPADAS
                           ADD 1 TO WS-TOTAL-CONFIRMADOS
                           SET IEL-MATRICULADO TO TRUE
                           MOVE ZERO TO IEL-POSICAO
                       ELSE
                           ADD 1 TO WS-POSICAO
                           ADD 1 TO WS-TOTAL-ESPERA
                           SET IEL-EM-ESPERA TO TRUE
                           MOVE WS-POSICAO TO IEL-POSICAO
                       END-IF
                       REWRITE REG-INSCRICAO-ELETIVA
               END-READ
           END-PERFORM.

       CARREGAR-PEDIDO.
           IF IEL-MATRICULADO
               ADD 1 TO WS-OCUPADAS
               EXIT PARAGRAPH
           END-IF.
           IF NOT IEL-PEDIDO AND NOT IEL-EM-ESPERA
               EXIT PARAGRAPH
           END-IF.
           IF WS-TP-QTD >= 300
               DISPLAY "Aviso: mais de 300 pedidos na eletiva "
                   ELT-CODIGO "; matricula " IEL-MATRICULA
                   " fica para a proxima rodada."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TP-QTD.
           COMPUTE WS-TP-SERIE-INV(WS-TP-QTD) = 99 - IEL-SERIE.
           MOVE IEL-DATA-PEDIDO TO WS-TP-DATA(WS-TP-QTD).
           MOVE IEL-HORA-PEDIDO TO WS-TP-HORA(WS-TP-QTD).
           MOVE IEL-MATRICULA TO WS-TP-MATRICULA(WS-TP-QTD).

       ORDENAR-PEDIDOS.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND >= WS-TP-QTD
               PERFORM VARYING WS-IND-2 FROM 1 BY 1
                       UNTIL WS-IND-2 > WS-TP-QTD - WS-IND
                   IF WS-TP-ORDENACAO(WS-IND-2) >
                           WS-TP-ORDENACAO(WS-IND-2 + 1)
                       MOVE WS-TP-ENT(WS-IND-2) TO WS-TP-TROCA
                       MOVE WS-TP-ENT(WS-IND-2 + 1)
                           TO WS-TP-ENT(WS-IND-2)
                       MOVE WS-TP-TROCA TO WS-TP-ENT(WS-IND-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       LISTA-ELETIVA.
      * Confirmados e, em seguida, a espera na ordem da posicao;
      * pedidos ainda nao processados saem ao final.
           DISPLAY "Codigo da eletiva: ".
           ACCEPT WS-CODIGO.
           OPEN INPUT ARQUIVO-ELETIVA.
           IF WS-STATUS-ELT NOT = "00"
               DISPLAY "eletivas.idx indisponivel (STATUS="
                   WS-STATUS-ELT ")."
               PERFORM PRINCIPAL
           END-IF.
           MOVE WS-CODIGO TO ELT-CODIGO.
           READ ARQUIVO-ELETIVA KEY IS ELT-CODIGO
               INVALID KEY
                   DISPLAY "Eletiva nao encontrada."
                   CLOSE ARQUIVO-ELETIVA
                   PERFORM PRINCIPAL
           END-READ.
           CLOSE ARQUIVO-ELETIVA.
           OPEN INPUT ARQUIVO-INSCRICAO.
           IF WS-STATUS-IEL NOT = "00"
               DISPLAY "Nenhuma inscricao registrada."
               PERFORM PRINCIPAL
           END-IF.
           CALL "REL-ABRIR" USING WS-NOME-REL WS-TITULO-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "ELETIVA " ELT-CODIGO " " ELT-DISCIPLINA
                  " ANO " ELT-ANO-LETIVO
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "PROF " ELT-PROFESSOR " SALA " ELT-SALA
                  " DIA " ELT-DIA " PERIODO " ELT-PERIODO
                  " VAGAS " ELT-VAGAS
                  " SERIES " ELT-SERIE-INICIAL "-" ELT-SERIE-FINAL
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE "INSCRITOS (VAGA CONFIRMADA):" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE ZERO TO WS-TOTAL-CONFIRMADOS.
           MOVE ZERO TO WS-TOTAL-ESPERA.
           MOVE "M" TO WS-SITUACAO-ANTERIOR.
           PERFORM LISTAR-SITUACAO.
           MOVE "LISTA DE ESPERA:" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE "E" TO WS-SITUACAO-ANTERIOR.
           PERFORM LISTAR-SITUACAO.
           MOVE "PEDIDOS NAO PROCESSADOS:" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE "P" TO WS-SITUACAO-ANTERIOR.
           PERFORM LISTAR-SITUACAO.
           CLOSE ARQUIVO-INSCRICAO.
           CALL "REL-FECHAR".
           DISPLAY "Lista gravada em eletiva_lista.rel.".
           PERFORM PRINCIPAL.

       LISTAR-SITUACAO.
      * Uma passada por situacao; a espera e impressa posicao a
      * posicao (a chave do arquivo e a matricula).
           MOVE ZERO TO WS-TP-QTD.
           MOVE "N" TO WS-FIM-INSCRICAO.
           MOVE LOW-VALUES TO IEL-CHAVE.
           START ARQUIVO-INSCRICAO KEY IS >= IEL-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-INSCRICAO
           END-START.
           PERFORM UNTIL WS-FIM-INSCRICAO = "S"
               READ ARQUIVO-INSCRICAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-INSCRICAO
                   NOT AT END
                       IF IEL-ELETIVA = WS-CODIGO
                               AND IEL-SITUACAO = WS-SITUACAO-ANTERIOR
                               AND WS-TP-QTD < 300
                           ADD 1 TO WS-TP-QTD
                           MOVE ZERO TO WS-TP-SERIE-INV(WS-TP-QTD)
                           MOVE IEL-POSICAO TO WS-TP-DATA(WS-TP-QTD)
                           MOVE ZERO TO WS-TP-HORA(WS-TP-QTD)
                           MOVE IEL-MATRICULA
                               TO WS-TP-MATRICULA(WS-TP-QTD)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM ORDENAR-PEDIDOS.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TP-QTD
               MOVE WS-TP-MATRICULA(WS-IND) TO IEL-MATRICULA
               MOVE WS-CODIGO TO IEL-ELETIVA
               READ ARQUIVO-INSCRICAO KEY IS IEL-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "  " IEL-MATRICULA " " IEL-NOME
                              " SERIE " IEL-SERIE
                              " PEDIDO " IEL-DATA-PEDIDO
                           DELIMITED BY SIZE INTO WS-LINHA-REL
                       END-STRING
                       IF IEL-EM-ESPERA
                           MOVE IEL-POSICAO TO WS-LINHA-REL(60:3)
                       END-IF
                       CALL "REL-LINHA" USING WS-LINHA-REL
               END-READ
           END-PERFORM.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  TOTAL " WS-TP-QTD
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
