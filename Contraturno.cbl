       IDENTIFICATION DIVISION.
           PROGRAM-ID. CONTRATURNO.
           AUTHOR. Alexandre S S Alves.

      * Atividades pagas de contraturno (futebol, robotica, musica,
      * reforco...), que viviam em planilhas. O catalogo e por ano
      * letivo (contraturno_atividades.idx), com instrutor, dias,
      * horario de saida, vagas e mensalidade. A inscricao
      * (contraturno_inscricoes.idx) respeita as vagas e o aluno
      * ativo; o cancelamento tem mes de efeito e cancela as taxas
      * ainda abertas desse mes em diante (CANCELARTAXAITEM) -- a ja
      * paga se devolve pelo credito da familia. A presenca e por
      * encontro (contraturno_sessoes.idx), com quem deu o encontro
      * e a duracao, que a folha de horas (EXPORTARHORAS) soma ao
      * instrutor.
      * Cobranca: a geracao de MENSALIDADES.cbl chama, para cada
      * aluno, a ENTRY CONTRATURNO-COBRAR, que lanca a mensalidade
      * de cada atividade como taxa avulsa AC (LANCARTAXAVALOR) --
      * linha separada no boleto da remessa e no caixa --, pro rata
      * pelos dias restantes no mes de entrada.
      * A lista da portaria (LISTAPORTARIA) usa as inscricoes e o
      * horario de saida para a lista de saida do contraturno.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ATIVIDADE
               ASSIGN TO "contraturno_atividades.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATV-CHAVE
               FILE STATUS IS WS-STATUS-ATV.
           SELECT ARQUIVO-INSCRICAO
               ASSIGN TO "contraturno_inscricoes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICT-CHAVE
               ALTERNATE RECORD KEY IS ICT-ATIVIDADE-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ICT.
           SELECT ARQUIVO-SESSAO ASSIGN TO "contraturno_sessoes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCT-CHAVE
               FILE STATUS IS WS-STATUS-SCT.
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
       FD  ARQUIVO-ATIVIDADE.
           COPY "RegistroAtividadeContraturno.cpy".

       FD  ARQUIVO-INSCRICAO.
           COPY "RegistroInscricaoContraturno.cpy".

       FD  ARQUIVO-SESSAO.
           COPY "RegistroSessaoContraturno.cpy".

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
       01 WS-STATUS-ATV PIC X(2).
       01 WS-STATUS-ICT PIC X(2).
       01 WS-STATUS-SCT PIC X(2).
       01 WS-STATUS-PROF PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-PODE-MANTER PIC X.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-FIM-SESSOES PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-ANO-LETIVO PIC 9(4).
       01 WS-ATIVIDADE PIC X(6).
       01 WS-ATIVIDADE-OK PIC X.
       01 WS-MATRICULA PIC 9(5).
       01 WS-NOME-ALUNO PIC X(20).
       01 WS-ALUNO-OK PIC X.
       01 WS-INSCRICAO-NOVA PIC X.
       01 WS-DATA PIC 9(8).
       01 WS-COMP-DATA PIC 9(6).
       01 WS-DIA PIC 9(1).
       01 WS-I PIC 9(2).
       01 WS-NOMES-DIAS PIC X(15) VALUE "SEGTERQUAQUISEX".
       01 WS-NOME-DIA REDEFINES WS-NOMES-DIAS PIC X(3)
           OCCURS 5 TIMES.
       01 WS-DIAS-TEXTO PIC X(20).
       01 WS-PONTEIRO PIC 9(2).
      * Cancelamento.
       01 WS-COMP-EFEITO PIC 9(6).
       01 WS-COMP-EFEITO-DET REDEFINES WS-COMP-EFEITO.
           05 WS-EFEITO-ANO PIC 9(4).
           05 WS-EFEITO-MES PIC 9(2).
       01 WS-TAX-TIPO PIC X(2) VALUE "AC".
       01 WS-TAX-REFERENCIA PIC X(30).
       01 WS-TAX-DESCRICAO PIC X(30).
       01 WS-TAX-NUMERO PIC 9(5).
       01 WS-TAX-SITUACAO PIC X(1).
       01 WS-TAXAS-CANCELADAS PIC 9(2).
       01 WS-TAXAS-PAGAS PIC 9(2).
      * Referencia da taxa: atividade + matricula + competencia.
       01 WS-REF-TAXA.
           05 WS-REF-ANO PIC 9(4).
           05 WS-REF-ATIVIDADE PIC X(6).
           05 WS-REF-MATRICULA PIC 9(5).
           05 WS-REF-COMPETENCIA PIC 9(6).
      * Presenca.
       01 WS-MINUTOS PIC 9(3).
       01 WS-INSTRUTOR PIC X(8).
       01 WS-PRESENCA PIC X(1).
       01 WS-PRESENTES PIC 9(2).
       01 WS-SESSAO-NOVA PIC X.
       01 WS-SCT-ABERTO PIC X.
       01 WS-HORA-INI PIC 9(4).
       01 WS-HORA-INI-DET REDEFINES WS-HORA-INI.
           05 WS-INI-HH PIC 9(2).
           05 WS-INI-MM PIC 9(2).
       01 WS-HORA-FIM PIC 9(4).
       01 WS-HORA-FIM-DET REDEFINES WS-HORA-FIM.
           05 WS-FIM-HH PIC 9(2).
           05 WS-FIM-MM PIC 9(2).
      * Frequencia.
       01 WS-ENCONTROS PIC 9(3).
       01 WS-PRESENCAS PIC 9(3).
       01 WS-PERC PIC 9(3).
       01 WS-TOTAL PIC 9(3).
      * Cobranca.
       01 WS-COMPETENCIA PIC 9(6).
       01 WS-COMP-DET REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO PIC 9(4).
           05 WS-COMP-MES PIC 9(2).
       01 WS-PRIMEIRO-DIA PIC 9(8).
       01 WS-PROXIMO-MES PIC 9(8).
       01 WS-DIAS-MES PIC 9(2).
       01 WS-DIA-ENTRADA PIC 9(2).
       01 WS-VALOR-MES PIC 9(5)V9(2).
       01 WS-ED-VALOR PIC ZZ,ZZ9.99.
       01 WS-ED-HORA PIC 99B99.

       LINKAGE SECTION.
       01 LK-MATRICULA PIC 9(5).
       01 LK-COMPETENCIA PIC 9(6).
       01 LK-VALOR PIC 9(7)V9(2).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Atividades de Contraturno       ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Cadastrar/Alterar Atividade   ".
           DISPLAY "2 -  Inscrever Aluno               ".
           DISPLAY "3 -  Cancelar Inscricao            ".
           DISPLAY "4 -  Registrar Presenca do Encontro".
           DISPLAY "5 -  Inscritos e Frequencia        ".
           DISPLAY "6 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM MANTER-ATIVIDADE
                   END-IF
               WHEN 2
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM INSCREVER-ALUNO
                   END-IF
               WHEN 3
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM CANCELAR-INSCRICAO
                   END-IF
               WHEN 4
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM REGISTRAR-PRESENCA
                   END-IF
               WHEN 5
                   PERFORM LISTAR-INSCRITOS
               WHEN 6
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.
           PERFORM PRINCIPAL.

      * Chamada pela geracao de cobrancas de MENSALIDADES, aluno a
      * aluno: lanca a taxa AC de cada atividade ativa na
      * competencia e devolve em LK-VALOR o total lancado agora.
       ENTRY "CONTRATURNO-COBRAR" USING LK-MATRICULA LK-COMPETENCIA
               LK-VALOR.
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           MOVE ZERO TO LK-VALOR.
           MOVE LK-MATRICULA TO WS-MATRICULA.
           MOVE LK-COMPETENCIA TO WS-COMPETENCIA.
           PERFORM COBRAR-ALUNO.
           GOBACK.

       EXIGIR-MANUTENCAO.
           IF WS-PERFIL-SESSAO = "C" OR WS-PERFIL-SESSAO = "O"
               MOVE "N" TO WS-PODE-MANTER
               DISPLAY "Permissao negada: perfil de consulta."
           ELSE
               MOVE "S" TO WS-PODE-MANTER
           END-IF.

       OBTER-HOJE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.

       ABRIR-ATIVIDADES.
           OPEN I-O ARQUIVO-ATIVIDADE.
           IF WS-STATUS-ATV = "35"
               OPEN OUTPUT ARQUIVO-ATIVIDADE
               CLOSE ARQUIVO-ATIVIDADE
               OPEN I-O ARQUIVO-ATIVIDADE
           END-IF.
           IF WS-STATUS-ATV NOT = "00"
               DISPLAY "Erro ao abrir contraturno_atividades.idx. "
                   "STATUS=" WS-STATUS-ATV
           END-IF.

       ABRIR-INSCRICOES.
           OPEN I-O ARQUIVO-INSCRICAO.
           IF WS-STATUS-ICT = "35"
               OPEN OUTPUT ARQUIVO-INSCRICAO
               CLOSE ARQUIVO-INSCRICAO
               OPEN I-O ARQUIVO-INSCRICAO
           END-IF.
           IF WS-STATUS-ICT NOT = "00"
               DISPLAY "Erro ao abrir contraturno_inscricoes.idx. "
                   "STATUS=" WS-STATUS-ICT
           END-IF.

       ABRIR-SESSOES.
           OPEN I-O ARQUIVO-SESSAO.
           IF WS-STATUS-SCT = "35"
               OPEN OUTPUT ARQUIVO-SESSAO
               CLOSE ARQUIVO-SESSAO
               OPEN I-O ARQUIVO-SESSAO
           END-IF.
           IF WS-STATUS-SCT NOT = "00"
               DISPLAY "Erro ao abrir contraturno_sessoes.idx. "
                   "STATUS=" WS-STATUS-SCT
           END-IF.

       ACEITAR-ATIVIDADE.
           DISPLAY "Ano letivo: ".
           ACCEPT WS-ANO-LETIVO.
           DISPLAY "Codigo da atividade: ".
           ACCEPT WS-ATIVIDADE.

       LER-ATIVIDADE.
      * Le WS-ANO-LETIVO + WS-ATIVIDADE com o arquivo ja aberto.
           MOVE "N" TO WS-ATIVIDADE-OK.
           MOVE WS-ANO-LETIVO TO ATV-ANO-LETIVO.
           MOVE WS-ATIVIDADE TO ATV-CODIGO.
           READ ARQUIVO-ATIVIDADE KEY IS ATV-CHAVE
               INVALID KEY
                   DISPLAY "Atividade nao cadastrada: " WS-ATIVIDADE
                       " em " WS-ANO-LETIVO
               NOT INVALID KEY
                   MOVE "S" TO WS-ATIVIDADE-OK
           END-READ.

       LER-ALUNO.
           MOVE "N" TO WS-ALUNO-OK.
           MOVE SPACES TO WS-NOME-ALUNO.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO MATRICULA-ALUNO.
           READ ARQUIVO-ALUNOS
               INVALID KEY
                   DISPLAY "Matricula nao encontrada: " WS-MATRICULA
               NOT INVALID KEY
                   MOVE NOME-ALUNO TO WS-NOME-ALUNO
                   IF SITUACAO-ALUNO = SPACES
                           OR SITUACAO-ALUNO = "A"
                       MOVE "S" TO WS-ALUNO-OK
                   ELSE
                       DISPLAY "Aluno nao esta ativo (situacao "
                           SITUACAO-ALUNO ")."
                   END-IF
           END-READ.
           CLOSE ARQUIVO-ALUNOS.

       MONTAR-DIAS-TEXTO.
      * Dias da atividade por extenso curto (SEG QUA SEX).
           MOVE SPACES TO WS-DIAS-TEXTO.
           MOVE 1 TO WS-PONTEIRO.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               IF ATV-DIA-SEMANA(WS-I) = "S"
                   STRING WS-NOME-DIA(WS-I) " " DELIMITED BY SIZE
                       INTO WS-DIAS-TEXTO WITH POINTER WS-PONTEIRO
                   END-STRING
               END-IF
           END-PERFORM.

       MANTER-ATIVIDADE.
           PERFORM ACEITAR-ATIVIDADE.
           IF WS-ATIVIDADE = SPACES OR WS-ANO-LETIVO = ZERO
               DISPLAY "Ano e codigo obrigatorios."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-ATIVIDADES.
           IF WS-STATUS-ATV NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANO-LETIVO TO ATV-ANO-LETIVO.
           MOVE WS-ATIVIDADE TO ATV-CODIGO.
           READ ARQUIVO-ATIVIDADE KEY IS ATV-CHAVE
               INVALID KEY
                   MOVE SPACES TO REG-ATIVIDADE-CONTRATURNO
                   MOVE WS-ANO-LETIVO TO ATV-ANO-LETIVO
                   MOVE WS-ATIVIDADE TO ATV-CODIGO
                   MOVE ZERO TO ATV-INSCRITOS
                   SET ATV-ATIVA TO TRUE
                   PERFORM ACEITAR-DADOS-ATIVIDADE
                   IF WS-CONFIRMA = "S"
                       WRITE REG-ATIVIDADE-CONTRATURNO
                           INVALID KEY
                               DISPLAY "Erro ao gravar a atividade."
                           NOT INVALID KEY
                               DISPLAY "Atividade cadastrada."
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   PERFORM MONTAR-DIAS-TEXTO
                   MOVE ATV-MENSALIDADE TO WS-ED-VALOR
                   DISPLAY ATV-NOME " instrutor " ATV-INSTRUTOR
                       " dias " WS-DIAS-TEXTO
                   DISPLAY "Vagas " ATV-VAGAS " inscritos "
                       ATV-INSCRITOS " mensalidade R$ " WS-ED-VALOR
                       " situacao " ATV-STATUS
                   PERFORM ACEITAR-DADOS-ATIVIDADE
                   IF WS-CONFIRMA = "S"
                       DISPLAY "Encerrar a atividade? (S/N): "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                           SET ATV-ENCERRADA TO TRUE
                       ELSE
                           SET ATV-ATIVA TO TRUE
                       END-IF
                       REWRITE REG-ATIVIDADE-CONTRATURNO
                       DISPLAY "Atividade atualizada."
                   END-IF
           END-READ.
           CLOSE ARQUIVO-ATIVIDADE.

       ACEITAR-DADOS-ATIVIDADE.
      * WS-CONFIRMA volta "S" com os dados aceitos.
           MOVE "N" TO WS-CONFIRMA.
           DISPLAY "Nome da atividade: ".
           ACCEPT ATV-NOME.
           DISPLAY "Instrutor (codigo do professor): ".
           ACCEPT ATV-INSTRUTOR.
           PERFORM CONFERIR-INSTRUTOR.
           IF WS-CONFIRMA = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CONFIRMA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               DISPLAY "Encontro na " WS-NOME-DIA(WS-I) "? (S/N): "
               ACCEPT ATV-DIA-SEMANA(WS-I)
               IF ATV-DIA-SEMANA(WS-I) = "s"
                   MOVE "S" TO ATV-DIA-SEMANA(WS-I)
               END-IF
               IF ATV-DIA-SEMANA(WS-I) NOT = "S"
                   MOVE "N" TO ATV-DIA-SEMANA(WS-I)
               END-IF
           END-PERFORM.
           DISPLAY "Hora de inicio (HHMM): ".
           ACCEPT ATV-HORA-INICIO.
           DISPLAY "Hora de saida (HHMM): ".
           ACCEPT ATV-HORA-SAIDA.
           IF ATV-HORA-SAIDA NOT > ATV-HORA-INICIO
                   OR ATV-HORA-SAIDA > 2359
               DISPLAY "Horario invalido; nada foi gravado."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Vagas (ate 40): ".
           ACCEPT ATV-VAGAS.
           IF ATV-VAGAS = ZERO OR ATV-VAGAS > 40
               DISPLAY "Vagas de 1 a 40; nada foi gravado."
               EXIT PARAGRAPH
           END-IF.
           IF ATV-VAGAS < ATV-INSCRITOS
               DISPLAY "Ja ha " ATV-INSCRITOS " inscritos; vagas "
                   "nao podem ficar abaixo disso."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Mensalidade: ".
           ACCEPT ATV-MENSALIDADE.
           MOVE "S" TO WS-CONFIRMA.

       CONFERIR-INSTRUTOR.
           MOVE "N" TO WS-CONFIRMA.
           OPEN INPUT ARQUIVO-PROFESSOR.
           IF WS-STATUS-PROF NOT = "00"
               DISPLAY "professores.idx indisponivel; nada foi "
                   "gravado."
               EXIT PARAGRAPH
           END-IF.
           MOVE ATV-INSTRUTOR TO PRO-MATRICULA.
           READ ARQUIVO-PROFESSOR KEY IS PRO-MATRICULA
               INVALID KEY
                   DISPLAY "Instrutor nao cadastrado em professores: "
                       ATV-INSTRUTOR
               NOT INVALID KEY
                   IF PRO-INATIVO
                       DISPLAY "Instrutor inativo: " PRO-NOME
                   ELSE
                       DISPLAY "Instrutor: " PRO-NOME
                       MOVE "S" TO WS-CONFIRMA
                   END-IF
           END-READ.
           CLOSE ARQUIVO-PROFESSOR.

       INSCREVER-ALUNO.
           PERFORM ACEITAR-ATIVIDADE.
           DISPLAY "Matricula do aluno: ".
           ACCEPT WS-MATRICULA.
           PERFORM LER-ALUNO.
           IF WS-ALUNO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-ATIVIDADES.
           IF WS-STATUS-ATV NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-ATIVIDADE.
           IF WS-ATIVIDADE-OK NOT = "S"
               CLOSE ARQUIVO-ATIVIDADE
               EXIT PARAGRAPH
           END-IF.
           IF ATV-ENCERRADA
               DISPLAY "Atividade encerrada."
               CLOSE ARQUIVO-ATIVIDADE
               EXIT PARAGRAPH
           END-IF.
           IF ATV-INSCRITOS >= ATV-VAGAS
               DISPLAY "Sem vagas em " ATV-NOME " (" ATV-VAGAS ")."
               CLOSE ARQUIVO-ATIVIDADE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-INSCRICOES.
           IF WS-STATUS-ICT NOT = "00"
               CLOSE ARQUIVO-ATIVIDADE
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-INSCRICAO-NOVA.
           MOVE WS-MATRICULA TO ICT-MATRICULA.
           MOVE WS-ANO-LETIVO TO ICT-ANO-LETIVO.
           MOVE WS-ATIVIDADE TO ICT-ATIVIDADE.
           READ ARQUIVO-INSCRICAO KEY IS ICT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-INSCRICAO-NOVA
           END-READ.
           IF WS-INSCRICAO-NOVA = "N" AND ICT-ATIVA
               DISPLAY "Aluno ja inscrito desde " ICT-DATA-INICIO "."
               CLOSE ARQUIVO-INSCRICAO
               CLOSE ARQUIVO-ATIVIDADE
               EXIT PARAGRAPH
           END-IF.
           PERFORM OBTER-HOJE.
           DISPLAY "Inicio (AAAAMMDD, vazio = hoje): ".
           MOVE ZERO TO WS-DATA.
           ACCEPT WS-DATA.
           IF WS-DATA = ZERO
               MOVE WS-HOJE TO WS-DATA
           END-IF.
           IF WS-DATA(1:4) NOT = WS-ANO-LETIVO
               DISPLAY "Inicio fora do ano letivo da atividade."
               CLOSE ARQUIVO-INSCRICAO
               CLOSE ARQUIVO-ATIVIDADE
               EXIT PARAGRAPH
           END-IF.
      * Reinscricao depois de cancelar reaproveita o registro; o mes
      * ja cobrado continua valendo para nao cobrar duas vezes.
           MOVE WS-DATA TO ICT-DATA-INICIO.
           SET ICT-ATIVA TO TRUE.
           MOVE ZERO TO ICT-COMP-CANCELAMENTO.
           MOVE ZERO TO ICT-DATA-CANCELAMENTO.
           MOVE WS-OPERADOR-SESSAO TO ICT-OPERADOR.
           IF WS-INSCRICAO-NOVA = "S"
               MOVE ZERO TO ICT-ULTIMA-COMP
               WRITE REG-INSCRICAO-CONTRATURNO
                   INVALID KEY
                       DISPLAY "Erro ao gravar a inscricao."
                       CLOSE ARQUIVO-INSCRICAO
                       CLOSE ARQUIVO-ATIVIDADE
                       EXIT PARAGRAPH
               END-WRITE
           ELSE
               REWRITE REG-INSCRICAO-CONTRATURNO
           END-IF.
           ADD 1 TO ATV-INSCRITOS.
           REWRITE REG-ATIVIDADE-CONTRATURNO.
           MOVE ATV-HORA-SAIDA TO WS-ED-HORA.
           DISPLAY WS-NOME-ALUNO " inscrito(a) em " ATV-NOME
               " a partir de " ICT-DATA-INICIO "; saida " WS-ED-HORA.
           CLOSE ARQUIVO-INSCRICAO.
           CLOSE ARQUIVO-ATIVIDADE.

       CANCELAR-INSCRICAO.
      * O mes de efeito e o primeiro que nao se cobra mais; as taxas
      * AC ainda abertas desse mes ate dezembro sao canceladas.
           PERFORM ACEITAR-ATIVIDADE.
           DISPLAY "Matricula do aluno: ".
           ACCEPT WS-MATRICULA.
           DISPLAY "Mes de efeito do cancelamento (AAAAMM): ".
           ACCEPT WS-COMP-EFEITO.
           IF WS-EFEITO-MES < 1 OR WS-EFEITO-MES > 12
               DISPLAY "Mes de efeito invalido."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-ATIVIDADES.
           IF WS-STATUS-ATV NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-ATIVIDADE.
           IF WS-ATIVIDADE-OK NOT = "S"
               CLOSE ARQUIVO-ATIVIDADE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-INSCRICOES.
           IF WS-STATUS-ICT NOT = "00"
               CLOSE ARQUIVO-ATIVIDADE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO ICT-MATRICULA.
           MOVE WS-ANO-LETIVO TO ICT-ANO-LETIVO.
           MOVE WS-ATIVIDADE TO ICT-ATIVIDADE.
           READ ARQUIVO-INSCRICAO KEY IS ICT-CHAVE
               INVALID KEY
                   DISPLAY "Aluno nao inscrito nessa atividade."
                   CLOSE ARQUIVO-INSCRICAO
                   CLOSE ARQUIVO-ATIVIDADE
                   EXIT PARAGRAPH
           END-READ.
           IF ICT-CANCELADA
               DISPLAY "Inscricao ja cancelada a partir de "
                   ICT-COMP-CANCELAMENTO "."
               CLOSE ARQUIVO-INSCRICAO
               CLOSE ARQUIVO-ATIVIDADE
               EXIT PARAGRAPH
           END-IF.
           IF WS-COMP-EFEITO < ICT-DATA-INICIO(1:6)
               DISPLAY "Mes de efeito anterior ao inicio "
                   ICT-DATA-INICIO "."
               CLOSE ARQUIVO-INSCRICAO
               CLOSE ARQUIVO-ATIVIDADE
               EXIT PARAGRAPH
           END-IF.
           PERFORM OBTER-HOJE.
           SET ICT-CANCELADA TO TRUE.
           MOVE WS-COMP-EFEITO TO ICT-COMP-CANCELAMENTO.
           MOVE WS-HOJE TO ICT-DATA-CANCELAMENTO.
           MOVE WS-OPERADOR-SESSAO TO ICT-OPERADOR.
           REWRITE REG-INSCRICAO-CONTRATURNO.
           IF ATV-INSCRITOS > ZERO
               SUBTRACT 1 FROM ATV-INSCRITOS
           END-IF.
           REWRITE REG-ATIVIDADE-CONTRATURNO.
           CLOSE ARQUIVO-INSCRICAO.
           CLOSE ARQUIVO-ATIVIDADE.
           MOVE ZERO TO WS-TAXAS-CANCELADAS.
           MOVE ZERO TO WS-TAXAS-PAGAS.
           MOVE WS-ANO-LETIVO TO WS-REF-ANO.
           MOVE WS-ATIVIDADE TO WS-REF-ATIVIDADE.
           MOVE WS-MATRICULA TO WS-REF-MATRICULA.
           PERFORM UNTIL WS-EFEITO-MES > 12
               MOVE WS-COMP-EFEITO TO WS-REF-COMPETENCIA
               MOVE WS-REF-TAXA TO WS-TAX-REFERENCIA
               CALL "CANCELARTAXAITEM" USING WS-TAX-TIPO
                   WS-TAX-REFERENCIA WS-OPERADOR-SESSAO
                   WS-TAX-SITUACAO
               EVALUATE WS-TAX-SITUACAO
                   WHEN "C"
                       ADD 1 TO WS-TAXAS-CANCELADAS
                   WHEN "P"
                       ADD 1 TO WS-TAXAS-PAGAS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WS-EFEITO-MES
           END-PERFORM.
           DISPLAY "Inscricao cancelada. Taxas abertas canceladas: "
               WS-TAXAS-CANCELADAS.
           IF WS-TAXAS-PAGAS > ZERO
               DISPLAY WS-TAXAS-PAGAS " mes(es) ja pago(s) depois "
                   "do efeito: devolver pelo credito da familia."
           END-IF.

       REGISTRAR-PRESENCA.
      * Uma chamada por encontro: lista os inscritos ativos na data
      * e pergunta a falta de cada um. Regravar o encontro refaz a
      * chamada.
           PERFORM ACEITAR-ATIVIDADE.
           PERFORM OBTER-HOJE.
           DISPLAY "Data do encontro (AAAAMMDD, vazio = hoje): ".
           MOVE ZERO TO WS-DATA.
           ACCEPT WS-DATA.
           IF WS-DATA = ZERO
               MOVE WS-HOJE TO WS-DATA
           END-IF.
           IF WS-DATA > WS-HOJE
               DISPLAY "Encontro no futuro nao tem chamada."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQUIVO-ATIVIDADE.
           IF WS-STATUS-ATV NOT = "00"
               DISPLAY "Nenhuma atividade cadastrada."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-ATIVIDADE.
           CLOSE ARQUIVO-ATIVIDADE.
           IF WS-ATIVIDADE-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DIA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DATA), 7).
           IF WS-DIA < 1 OR WS-DIA > 5
               DISPLAY "Data cai no fim de semana."
               EXIT PARAGRAPH
           END-IF.
           IF ATV-DIA-SEMANA(WS-DIA) NOT = "S"
               DISPLAY "Atencao: " ATV-NOME " nao tem encontro na "
                   WS-NOME-DIA(WS-DIA) "; confirme (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Quem deu o encontro (vazio = " ATV-INSTRUTOR
               "): ".
           MOVE SPACES TO WS-INSTRUTOR.
           ACCEPT WS-INSTRUTOR.
           IF WS-INSTRUTOR = SPACES
               MOVE ATV-INSTRUTOR TO WS-INSTRUTOR
           END-IF.
      * Duracao pelo horario da atividade (HHMM para minutos).
           MOVE ATV-HORA-INICIO TO WS-HORA-INI.
           MOVE ATV-HORA-SAIDA TO WS-HORA-FIM.
           COMPUTE WS-MINUTOS = (WS-FIM-HH - WS-INI-HH) * 60
               + WS-FIM-MM - WS-INI-MM.
           PERFORM ABRIR-SESSOES.
           IF WS-STATUS-SCT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-SESSAO-NOVA.
           MOVE WS-ANO-LETIVO TO SCT-ANO-LETIVO.
           MOVE WS-ATIVIDADE TO SCT-ATIVIDADE.
           MOVE WS-DATA TO SCT-DATA.
           READ ARQUIVO-SESSAO KEY IS SCT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-SESSAO-NOVA
                   DISPLAY "Chamada desse encontro ja existe; sera "
                       "refeita."
           END-READ.
           INITIALIZE REG-SESSAO-CONTRATURNO.
           MOVE WS-ANO-LETIVO TO SCT-ANO-LETIVO.
           MOVE WS-ATIVIDADE TO SCT-ATIVIDADE.
           MOVE WS-DATA TO SCT-DATA.
           MOVE WS-INSTRUTOR TO SCT-INSTRUTOR.
           MOVE WS-MINUTOS TO SCT-MINUTOS.
           MOVE WS-OPERADOR-SESSAO TO SCT-OPERADOR.
           MOVE ZERO TO WS-PRESENTES.
           OPEN INPUT ARQUIVO-INSCRICAO.
           IF WS-STATUS-ICT = "00"
               MOVE WS-DATA(1:6) TO WS-COMP-DATA
               MOVE WS-ANO-LETIVO TO ICT-ANO-LETIVO
               MOVE WS-ATIVIDADE TO ICT-ATIVIDADE
               MOVE "N" TO WS-FIM-ARQUIVO
               START ARQUIVO-INSCRICAO KEY IS = ICT-ATIVIDADE-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-INSCRICAO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF ICT-ANO-LETIVO NOT = WS-ANO-LETIVO
                                   OR ICT-ATIVIDADE NOT = WS-ATIVIDADE
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               PERFORM CHAMAR-INSCRITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-INSCRICAO
           END-IF.
           IF SCT-QTD-ALUNOS = ZERO
               DISPLAY "Nenhum inscrito ativo nessa data; encontro "
                   "nao gravado."
               CLOSE ARQUIVO-SESSAO
               EXIT PARAGRAPH
           END-IF.
           IF WS-SESSAO-NOVA = "S"
               WRITE REG-SESSAO-CONTRATURNO
                   INVALID KEY
                       DISPLAY "Erro ao gravar o encontro."
               END-WRITE
           ELSE
               REWRITE REG-SESSAO-CONTRATURNO
           END-IF.
           CLOSE ARQUIVO-SESSAO.
           DISPLAY "Encontro gravado: " WS-PRESENTES " presente(s) de "
               SCT-QTD-ALUNOS ", " WS-MINUTOS " minutos para "
               WS-INSTRUTOR ".".

       CHAMAR-INSCRITO.
      * Inscrito ativo na data: comecou ate ela e, se cancelado, o
      * efeito e de mes posterior ao do encontro.
           IF ICT-DATA-INICIO > WS-DATA
               EXIT PARAGRAPH
           END-IF.
           IF ICT-CANCELADA
                   AND ICT-COMP-CANCELAMENTO <= WS-COMP-DATA
               EXIT PARAGRAPH
           END-IF.
           IF SCT-QTD-ALUNOS >= 40
               EXIT PARAGRAPH
           END-IF.
           MOVE ICT-MATRICULA TO WS-MATRICULA.
           PERFORM LER-NOME-ALUNO.
           DISPLAY ICT-MATRICULA " " WS-NOME-ALUNO
               " - presente? (S/N, vazio = S): ".
           MOVE SPACES TO WS-PRESENCA.
           ACCEPT WS-PRESENCA.
           ADD 1 TO SCT-QTD-ALUNOS.
           MOVE ICT-MATRICULA TO SCT-MATRICULA(SCT-QTD-ALUNOS).
           IF WS-PRESENCA = "N" OR WS-PRESENCA = "n"
               MOVE "F" TO SCT-PRESENCA(SCT-QTD-ALUNOS)
           ELSE
               MOVE "P" TO SCT-PRESENCA(SCT-QTD-ALUNOS)
               ADD 1 TO WS-PRESENTES
           END-IF.

       LER-NOME-ALUNO.
           MOVE SPACES TO WS-NOME-ALUNO.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU = "00"
               MOVE WS-MATRICULA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME-ALUNO TO WS-NOME-ALUNO
               END-READ
               CLOSE ARQUIVO-ALUNOS
           END-IF.

       LISTAR-INSCRITOS.
      * Inscritos da atividade com a frequencia nos encontros desde
      * o inicio de cada um.
           PERFORM ACEITAR-ATIVIDADE.
           OPEN INPUT ARQUIVO-ATIVIDADE.
           IF WS-STATUS-ATV NOT = "00"
               DISPLAY "Nenhuma atividade cadastrada."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-ATIVIDADE.
           CLOSE ARQUIVO-ATIVIDADE.
           IF WS-ATIVIDADE-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           PERFORM MONTAR-DIAS-TEXTO.
           MOVE ATV-HORA-SAIDA TO WS-ED-HORA.
           DISPLAY ATV-NOME " - " WS-DIAS-TEXTO " saida " WS-ED-HORA.
           DISPLAY "Vagas " ATV-VAGAS " inscritos " ATV-INSCRITOS.
           OPEN INPUT ARQUIVO-INSCRICAO.
           IF WS-STATUS-ICT NOT = "00"
               DISPLAY "Nenhuma inscricao."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SCT-ABERTO.
           OPEN INPUT ARQUIVO-SESSAO.
           IF WS-STATUS-SCT = "00"
               MOVE "S" TO WS-SCT-ABERTO
           END-IF.
           MOVE ZERO TO WS-TOTAL.
           MOVE WS-ANO-LETIVO TO ICT-ANO-LETIVO.
           MOVE WS-ATIVIDADE TO ICT-ATIVIDADE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START ARQUIVO-INSCRICAO KEY IS = ICT-ATIVIDADE-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-INSCRICAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF ICT-ANO-LETIVO NOT = WS-ANO-LETIVO
                               OR ICT-ATIVIDADE NOT = WS-ATIVIDADE
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           PERFORM LISTAR-UM-INSCRITO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SCT-ABERTO = "S"
               CLOSE ARQUIVO-SESSAO
           END-IF.
           CLOSE ARQUIVO-INSCRICAO.
           DISPLAY "Inscricoes listadas: " WS-TOTAL.

       LISTAR-UM-INSCRITO.
           ADD 1 TO WS-TOTAL.
           MOVE ICT-MATRICULA TO WS-MATRICULA.
           PERFORM LER-NOME-ALUNO.
           PERFORM CONTAR-FREQUENCIA.
           IF ICT-CANCELADA
               DISPLAY ICT-MATRICULA " " WS-NOME-ALUNO " desde "
                   ICT-DATA-INICIO " CANCELADA em "
                   ICT-COMP-CANCELAMENTO " - " WS-PRESENCAS "/"
                   WS-ENCONTROS
           ELSE
               DISPLAY ICT-MATRICULA " " WS-NOME-ALUNO " desde "
                   ICT-DATA-INICIO " - " WS-PRESENCAS "/"
                   WS-ENCONTROS " encontros (" WS-PERC "%)"
           END-IF.

       CONTAR-FREQUENCIA.
           MOVE ZERO TO WS-ENCONTROS.
           MOVE ZERO TO WS-PRESENCAS.
           MOVE ZERO TO WS-PERC.
           IF WS-SCT-ABERTO NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANO-LETIVO TO SCT-ANO-LETIVO.
           MOVE WS-ATIVIDADE TO SCT-ATIVIDADE.
           MOVE ZERO TO SCT-DATA.
           MOVE "N" TO WS-FIM-SESSOES.
           START ARQUIVO-SESSAO KEY IS >= SCT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SESSOES
           END-START.
           PERFORM UNTIL WS-FIM-SESSOES = "S"
               READ ARQUIVO-SESSAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SESSOES
                   NOT AT END
                       IF SCT-ANO-LETIVO NOT = WS-ANO-LETIVO
                               OR SCT-ATIVIDADE NOT = WS-ATIVIDADE
                           MOVE "S" TO WS-FIM-SESSOES
                       ELSE
                           PERFORM CONTAR-ENCONTRO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ENCONTROS > ZERO
               COMPUTE WS-PERC ROUNDED =
                   WS-PRESENCAS * 100 / WS-ENCONTROS
           END-IF.

       CONTAR-ENCONTRO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > SCT-QTD-ALUNOS
               IF SCT-MATRICULA(WS-I) = ICT-MATRICULA
                   ADD 1 TO WS-ENCONTROS
                   IF SCT-PRESENCA(WS-I) = "P"
                       ADD 1 TO WS-PRESENCAS
                   END-IF
               END-IF
           END-PERFORM.

       COBRAR-ALUNO.
      * Inscricoes do aluno pela chave primaria (matricula na
      * frente). Cobra a atividade ativa na competencia ainda nao
      * lancada; mes de entrada no meio do mes sai pro rata.
           OPEN I-O ARQUIVO-INSCRICAO.
           IF WS-STATUS-ICT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQUIVO-ATIVIDADE.
           IF WS-STATUS-ATV NOT = "00"
               CLOSE ARQUIVO-INSCRICAO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO ICT-MATRICULA.
           MOVE ZERO TO ICT-ANO-LETIVO.
           MOVE LOW-VALUES TO ICT-ATIVIDADE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START ARQUIVO-INSCRICAO KEY IS >= ICT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-INSCRICAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF ICT-MATRICULA NOT = WS-MATRICULA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           PERFORM COBRAR-INSCRICAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ATIVIDADE.
           CLOSE ARQUIVO-INSCRICAO.

       COBRAR-INSCRICAO.
           IF ICT-DATA-INICIO(1:6) > WS-COMPETENCIA
               EXIT PARAGRAPH
           END-IF.
           IF ICT-CANCELADA
                   AND ICT-COMP-CANCELAMENTO <= WS-COMPETENCIA
               EXIT PARAGRAPH
           END-IF.
           IF ICT-ULTIMA-COMP >= WS-COMPETENCIA
               EXIT PARAGRAPH
           END-IF.
           MOVE ICT-ANO-LETIVO TO ATV-ANO-LETIVO.
           MOVE ICT-ATIVIDADE TO ATV-CODIGO.
           READ ARQUIVO-ATIVIDADE KEY IS ATV-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF ATV-ENCERRADA
               EXIT PARAGRAPH
           END-IF.
           MOVE ATV-MENSALIDADE TO WS-VALOR-MES.
           IF ICT-DATA-INICIO(1:6) = WS-COMPETENCIA
               PERFORM CALCULAR-PRO-RATA
           END-IF.
           IF WS-VALOR-MES = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE ICT-ANO-LETIVO TO WS-REF-ANO.
           MOVE ICT-ATIVIDADE TO WS-REF-ATIVIDADE.
           MOVE ICT-MATRICULA TO WS-REF-MATRICULA.
           MOVE WS-COMPETENCIA TO WS-REF-COMPETENCIA.
           MOVE WS-REF-TAXA TO WS-TAX-REFERENCIA.
           MOVE SPACES TO WS-TAX-DESCRICAO.
           STRING "CONTRATURNO " ATV-NOME
               DELIMITED BY SIZE INTO WS-TAX-DESCRICAO
           END-STRING.
           CALL "LANCARTAXAVALOR" USING WS-TAX-TIPO WS-MATRICULA
               WS-VALOR-MES WS-TAX-REFERENCIA WS-TAX-DESCRICAO
               WS-TAX-NUMERO.
           IF WS-TAX-NUMERO NOT = ZERO
               ADD WS-VALOR-MES TO LK-VALOR
               MOVE WS-COMPETENCIA TO ICT-ULTIMA-COMP
               REWRITE REG-INSCRICAO-CONTRATURNO
           END-IF.

       CALCULAR-PRO-RATA.
      * Dias do mes de entrada, do dia de inicio ao ultimo.
           COMPUTE WS-PRIMEIRO-DIA = WS-COMPETENCIA * 100 + 1.
           IF WS-COMP-MES = 12
               COMPUTE WS-PROXIMO-MES = (WS-COMP-ANO + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-PROXIMO-MES = WS-PRIMEIRO-DIA + 100
           END-IF.
           COMPUTE WS-DIAS-MES =
               FUNCTION INTEGER-OF-DATE(WS-PROXIMO-MES)
               - FUNCTION INTEGER-OF-DATE(WS-PRIMEIRO-DIA).
           MOVE ICT-DATA-INICIO(7:2) TO WS-DIA-ENTRADA.
           IF WS-DIA-ENTRADA > 1
               COMPUTE WS-VALOR-MES ROUNDED = ATV-MENSALIDADE
                   * (WS-DIAS-MES - WS-DIA-ENTRADA + 1) / WS-DIAS-MES
           END-IF.
