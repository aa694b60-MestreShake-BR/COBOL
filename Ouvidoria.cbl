       IDENTIFICATION DIVISION.
           PROGRAM-ID. OUVIDORIA.
           AUTHOR. Alexandre S S Alves.

      * Ouvidoria: registro protocolado das reclamacoes, sugestoes
      * e pedidos formais das familias (revisao de nota, relato de
      * bullying, contestacao de cobranca) que chegavam por
      * telefone, e-mail e balcao e se perdiam. Cada protocolo
      * (ouvidoria.idx, RegistroOuvidoria.cpy) guarda o requerente
      * -- o responsavel de responsaveis.idx quando ha aluno --, a
      * matricula, a categoria, a descricao, o setor responsavel e
      * o prazo de resposta, que sai da tabela de categorias
      * (WS-TAB-CATEGORIAS: prazo em dias corridos e setor padrao).
      * Respostas e encaminhamentos a outro setor ficam numerados
      * em ouvidoria_respostas.idx; o fechamento registra a
      * conclusao. Revisao de nota, bullying e cobranca exigem a
      * matricula; a contestacao de cobranca aponta a mensalidade
      * em questao (mensalidades.idx), conferida na abertura e
      * mostrada com a situacao atual na consulta.
      * Protocolo vencido sem fechamento vira evento OUVIDORIA-ATR
      * em eventos.dat uma unica vez (verificacao pelo menu ou,
      * todo dia, pelo agendador via ENTRY OUVIDORIA-PRAZOS). O
      * relatorio mensal (ouvidoria_mensal.rel) traz, por
      * categoria, os recebidos, respondidos e fechados no mes com
      * o tempo medio ate a primeira resposta e ate o fechamento,
      * e o que ficou pendente e vencido no fim do mes; o agendador
      * emite o do mes anterior via ENTRY OUVIDORIA-MENSAL.
      * Perfil de consulta so consulta e emite o relatorio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-OUVIDORIA ASSIGN TO "ouvidoria.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUV-NUMERO
               ALTERNATE RECORD KEY IS OUV-MATRICULA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-OUV.
           SELECT ARQUIVO-RESPOSTA ASSIGN TO "ouvidoria_respostas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORS-CHAVE
               FILE STATUS IS WS-STATUS-ORS.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-RESPONSAVEL ASSIGN TO "responsaveis.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS WS-STATUS-RSP.
           SELECT ARQUIVO-MENSALIDADE ASSIGN TO "mensalidades.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WS-STATUS-MEN.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-OUVIDORIA.
           COPY "RegistroOuvidoria.cpy".

       FD  ARQUIVO-RESPOSTA.
           COPY "RegistroRespostaOuvidoria.cpy".

       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-RESPONSAVEL.
           COPY "RegistroResponsavel.cpy".

       FD  ARQUIVO-MENSALIDADE.
           COPY "RegistroMensalidade.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-OUV PIC X(2).
       01 WS-STATUS-ORS PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-RSP PIC X(2).
       01 WS-STATUS-MEN PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-PODE-MANTER PIC X.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-NUMERO PIC 9(7).
       01 WS-MAIOR-NUMERO PIC 9(7).
       01 WS-SEQUENCIA PIC 9(3).
       01 WS-PROTOCOLO-OK PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-MATRICULA PIC 9(5).
       01 WS-REQUERENTE PIC X(30).
       01 WS-CONTATO PIC X(30).
       01 WS-SETOR PIC X(12).
       01 WS-TIPO-RESPOSTA PIC X(1).
       01 WS-TEXTO PIC X(60).
       01 WS-TOTAL PIC 9(5).
       01 WS-DIAS PIC 9(5).

      * Categorias: codigo, nome, setor padrao e prazo de resposta
      * em dias corridos contados da abertura.
       01 WS-VALORES-CATEGORIAS.
           05 FILLER PIC X(30) VALUE "RRECLAMACAO    SECRETARIA  015".
           05 FILLER PIC X(30) VALUE "SSUGESTAO      DIRECAO     030".
           05 FILLER PIC X(30) VALUE "NREVISAO NOTA  COORDENACAO 005".
           05 FILLER PIC X(30) VALUE "BBULLYING      ORIENTACAO  002".
           05 FILLER PIC X(30) VALUE "CCOBRANCA      FINANCEIRO  010".
           05 FILLER PIC X(30) VALUE "PPEDIDO FORMAL SECRETARIA  015".
       01 WS-TAB-CATEGORIAS REDEFINES WS-VALORES-CATEGORIAS.
           05 WS-CAT-ENT OCCURS 6 TIMES.
               10 WS-CAT-CODIGO PIC X(1).
               10 WS-CAT-NOME PIC X(14).
               10 WS-CAT-SETOR PIC X(12).
               10 WS-CAT-PRAZO PIC 9(3).
       01 WS-QTD-CATEGORIAS PIC 9(1) VALUE 6.
       01 WS-IND PIC 9(1).
       01 WS-IND-CAT PIC 9(1).

      * Evento de protocolo vencido.
       01 WS-EVT-TIPO PIC X(14) VALUE "OUVIDORIA-ATR".
       01 WS-EVT-CHAVE PIC X(10).
       01 WS-EVT-DADOS PIC X(60).
       01 WS-TOTAL-ATRASADOS PIC 9(5).
       01 WS-TOTAL-AVISADOS PIC 9(5).

      * Relatorio mensal.
       01 WS-COMPETENCIA PIC 9(6).
       01 WS-COMP-DET REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO PIC 9(4).
           05 WS-COMP-MES PIC 9(2).
       01 WS-INICIO-MES PIC 9(8).
       01 WS-FIM-MES PIC 9(8).
       01 WS-PROX-MES PIC 9(8).
       01 WS-PROX-DET REDEFINES WS-PROX-MES.
           05 WS-PROX-ANO PIC 9(4).
           05 WS-PROX-MES-NUM PIC 9(2).
           05 WS-PROX-DIA PIC 9(2).
       01 WS-TAB-MENSAL.
           05 WS-MN-ENT OCCURS 7 TIMES.
               10 WS-MN-RECEBIDOS PIC 9(5).
               10 WS-MN-RESPONDIDOS PIC 9(5).
               10 WS-MN-DIAS-RESP PIC 9(7).
               10 WS-MN-FECHADOS PIC 9(5).
               10 WS-MN-DIAS-FECH PIC 9(7).
               10 WS-MN-PENDENTES PIC 9(5).
               10 WS-MN-VENCIDOS PIC 9(5).
       01 WS-MEDIA PIC 9(5)V9.
       01 WS-ED-QTD PIC ZZZZ9.
       01 WS-ED-MEDIA PIC ZZZ9.9.
       01 WS-ED-VALOR PIC ZZ,ZZ9.99.
       01 WS-REL-NOME PIC X(30) VALUE "ouvidoria_mensal.rel".
       01 WS-REL-TITULO PIC X(40)
           VALUE "OUVIDORIA - VOLUMES E TEMPO DE RESPOSTA".
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Ouvidoria                       ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Registrar Protocolo           ".
           DISPLAY "2 -  Responder / Encaminhar        ".
           DISPLAY "3 -  Fechar Protocolo              ".
           DISPLAY "4 -  Consultar Protocolo           ".
           DISPLAY "5 -  Protocolos do Aluno           ".
           DISPLAY "6 -  Verificar Prazos Vencidos     ".
           DISPLAY "7 -  Relatorio Mensal              ".
           DISPLAY "8 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM REGISTRAR-PROTOCOLO
                   END-IF
               WHEN 2
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM RESPONDER-PROTOCOLO
                   END-IF
               WHEN 3
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM FECHAR-PROTOCOLO
                   END-IF
               WHEN 4
                   PERFORM CONSULTAR-PROTOCOLO
               WHEN 5
                   PERFORM LISTAR-ALUNO
               WHEN 6
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM VERIFICAR-VENCIDOS
                   END-IF
               WHEN 7
                   PERFORM OBTER-HOJE
                   DISPLAY "Competencia (AAAAMM; zero = mes anterior): "
                   MOVE ZERO TO WS-COMPETENCIA
                   ACCEPT WS-COMPETENCIA
                   PERFORM RELATORIO-MENSAL
               WHEN 8
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.
           PERFORM PRINCIPAL.

      * Execucao diaria pelo agendador: protocolos vencidos viram
      * evento.
       ENTRY "OUVIDORIA-PRAZOS".
           CALL "CONFIGAMBIENTE".
           MOVE ZERO TO RETURN-CODE.
           PERFORM VERIFICAR-VENCIDOS.
           GOBACK.

      * Execucao mensal pelo agendador: relatorio do mes anterior
      * para a reuniao da mantenedora.
       ENTRY "OUVIDORIA-MENSAL".
           CALL "CONFIGAMBIENTE".
           MOVE ZERO TO RETURN-CODE.
           PERFORM OBTER-HOJE.
           MOVE ZERO TO WS-COMPETENCIA.
           PERFORM RELATORIO-MENSAL.
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

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.

       ABRIR-OUVIDORIA.
           OPEN I-O ARQUIVO-OUVIDORIA.
           IF WS-STATUS-OUV = "35"
               OPEN OUTPUT ARQUIVO-OUVIDORIA
               CLOSE ARQUIVO-OUVIDORIA
               OPEN I-O ARQUIVO-OUVIDORIA
           END-IF.
           IF WS-STATUS-OUV NOT = "00"
               DISPLAY "Erro ao abrir ouvidoria.idx. STATUS="
                   WS-STATUS-OUV
           END-IF.

       ABRIR-RESPOSTAS.
           OPEN I-O ARQUIVO-RESPOSTA.
           IF WS-STATUS-ORS = "35"
               OPEN OUTPUT ARQUIVO-RESPOSTA
               CLOSE ARQUIVO-RESPOSTA
               OPEN I-O ARQUIVO-RESPOSTA
           END-IF.
           IF WS-STATUS-ORS NOT = "00"
               DISPLAY "Erro ao abrir ouvidoria_respostas.idx. STATUS="
                   WS-STATUS-ORS
           END-IF.

       LOCALIZAR-CATEGORIA.
      * WS-IND-CAT zero quando OUV-CATEGORIA nao esta na tabela.
           MOVE ZERO TO WS-IND-CAT.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-CATEGORIAS
               IF WS-CAT-CODIGO(WS-IND) = OUV-CATEGORIA
                   MOVE WS-IND TO WS-IND-CAT
               END-IF
           END-PERFORM.

       PROXIMO-NUMERO.
      * Proximo numero = maior numero gravado + 1 (arquivo aberto).
           MOVE ZERO TO WS-MAIOR-NUMERO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE ZERO TO OUV-NUMERO.
           START ARQUIVO-OUVIDORIA KEY IS >= OUV-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-OUVIDORIA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE OUV-NUMERO TO WS-MAIOR-NUMERO
               END-READ
           END-PERFORM.
           COMPUTE WS-NUMERO = WS-MAIOR-NUMERO + 1.

       REGISTRAR-PROTOCOLO.
           PERFORM OBTER-HOJE.
           MOVE SPACES TO REG-OUVIDORIA.
           PERFORM WITH TEST AFTER
               UNTIL OUV-CANAL-TELEFONE OR OUV-CANAL-EMAIL
                   OR OUV-CANAL-BALCAO
               DISPLAY "Canal (T telefone, E e-mail, B balcao): "
               ACCEPT OUV-CANAL
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL WS-IND-CAT NOT = ZERO
               DISPLAY "Categoria (R reclamacao, S sugestao, "
                   "N revisao de nota, B bullying, C cobranca, "
                   "P pedido formal): "
               ACCEPT OUV-CATEGORIA
               PERFORM LOCALIZAR-CATEGORIA
           END-PERFORM.
           DISPLAY "Matricula do aluno (zero = sem aluno): ".
           MOVE ZERO TO WS-MATRICULA.
           ACCEPT WS-MATRICULA.
           IF WS-MATRICULA = ZERO
                   AND (OUV-REVISAO-NOTA OR OUV-BULLYING
                       OR OUV-COBRANCA)
               DISPLAY "Categoria " WS-CAT-NOME(WS-IND-CAT)
                   " exige a matricula; protocolo nao registrado."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO OUV-MATRICULA.
           MOVE SPACES TO WS-REQUERENTE WS-CONTATO.
           IF WS-MATRICULA NOT = ZERO
               PERFORM CONFERIR-ALUNO
               IF WS-PROTOCOLO-OK NOT = "S"
                   EXIT PARAGRAPH
               END-IF
               PERFORM BUSCAR-RESPONSAVEL
           END-IF.
           IF WS-REQUERENTE = SPACES
               DISPLAY "Requerente: "
           ELSE
               DISPLAY "Requerente (vazio = " WS-REQUERENTE "): "
           END-IF.
           ACCEPT OUV-REQUERENTE.
           IF OUV-REQUERENTE = SPACES
               MOVE WS-REQUERENTE TO OUV-REQUERENTE
           END-IF.
           IF OUV-REQUERENTE = SPACES
               DISPLAY "Requerente obrigatorio; protocolo nao "
                   "registrado."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONTATO = SPACES
               DISPLAY "Contato (telefone ou e-mail): "
           ELSE
               DISPLAY "Contato (vazio = " WS-CONTATO "): "
           END-IF.
           ACCEPT OUV-CONTATO.
           IF OUV-CONTATO = SPACES
               MOVE WS-CONTATO TO OUV-CONTATO
           END-IF.
           MOVE ZERO TO OUV-COMPETENCIA.
           IF OUV-COBRANCA
               PERFORM CONFERIR-MENSALIDADE
               IF WS-PROTOCOLO-OK NOT = "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Descricao: ".
           ACCEPT OUV-DESCRICAO.
           IF OUV-DESCRICAO = SPACES
               DISPLAY "Descricao obrigatoria; protocolo nao "
                   "registrado."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CAT-SETOR(WS-IND-CAT) TO OUV-SETOR.
           MOVE WS-HOJE TO OUV-DATA-ABERTURA.
           MOVE WS-OPERADOR-SESSAO TO OUV-ABERTO-POR.
           COMPUTE OUV-PRAZO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE)
               + WS-CAT-PRAZO(WS-IND-CAT)).
           SET OUV-ABERTO TO TRUE.
           MOVE ZERO TO OUV-QTD-RESPOSTAS OUV-DATA-1A-RESPOSTA
               OUV-DATA-FECHAMENTO.
           MOVE SPACES TO OUV-FECHADO-POR OUV-CONCLUSAO.
           MOVE "N" TO OUV-ATRASO-AVISADO.
           PERFORM ABRIR-OUVIDORIA.
           IF WS-STATUS-OUV NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM PROXIMO-NUMERO.
           MOVE WS-NUMERO TO OUV-NUMERO.
           WRITE REG-OUVIDORIA
               INVALID KEY
                   DISPLAY "Erro ao gravar o protocolo."
               NOT INVALID KEY
                   DISPLAY "Protocolo " WS-NUMERO " registrado para "
                       OUV-SETOR ", prazo " OUV-PRAZO(7:2) "/"
                       OUV-PRAZO(5:2) "/" OUV-PRAZO(1:4) "."
           END-WRITE.
           CLOSE ARQUIVO-OUVIDORIA.

       CONFERIR-ALUNO.
           MOVE "N" TO WS-PROTOCOLO-OK.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO MATRICULA-ALUNO.
           READ ARQUIVO-ALUNOS KEY IS MATRICULA-ALUNO
               INVALID KEY
                   DISPLAY "Matricula " WS-MATRICULA
                       " nao cadastrada."
               NOT INVALID KEY
                   DISPLAY "Aluno: " NOME-ALUNO " turma " TURMA
                   MOVE "S" TO WS-PROTOCOLO-OK
           END-READ.
           CLOSE ARQUIVO-ALUNOS.

       BUSCAR-RESPONSAVEL.
      * Requerente e contato padrao: o responsavel do aluno.
           OPEN INPUT ARQUIVO-RESPONSAVEL.
           IF WS-STATUS-RSP NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO RSP-MATRICULA.
           READ ARQUIVO-RESPONSAVEL KEY IS RSP-MATRICULA
               INVALID KEY
                   DISPLAY "Aluno sem responsavel cadastrado."
               NOT INVALID KEY
                   MOVE RSP-NOME TO WS-REQUERENTE
                   MOVE RSP-TELEFONE TO WS-CONTATO
           END-READ.
           CLOSE ARQUIVO-RESPONSAVEL.

       CONFERIR-MENSALIDADE.
      * A contestacao aponta uma cobranca existente do aluno.
           MOVE "N" TO WS-PROTOCOLO-OK.
           DISPLAY "Competencia da mensalidade contestada (AAAAMM): ".
           ACCEPT OUV-COMPETENCIA.
           OPEN INPUT ARQUIVO-MENSALIDADE.
           IF WS-STATUS-MEN NOT = "00"
               DISPLAY "mensalidades.idx indisponivel (STATUS="
                   WS-STATUS-MEN "); protocolo nao registrado."
               EXIT PARAGRAPH
           END-IF.
           MOVE OUV-MATRICULA TO MEN-MATRICULA.
           MOVE OUV-COMPETENCIA TO MEN-COMPETENCIA.
           READ ARQUIVO-MENSALIDADE KEY IS MEN-CHAVE
               INVALID KEY
                   DISPLAY "Nao ha mensalidade " OUV-COMPETENCIA
                       " para a matricula; protocolo nao registrado."
               NOT INVALID KEY
                   PERFORM MOSTRAR-MENSALIDADE
                   MOVE "S" TO WS-PROTOCOLO-OK
           END-READ.
           CLOSE ARQUIVO-MENSALIDADE.

       MOSTRAR-MENSALIDADE.
           MOVE MEN-VALOR TO WS-ED-VALOR.
           DISPLAY "  Mensalidade " MEN-COMPETENCIA " valor "
               WS-ED-VALOR " vencimento " MEN-VENCIMENTO
               " situacao " MEN-STATUS.

       LER-PROTOCOLO-ABERTO.
      * Abre o arquivo I-O e le o protocolo pedido; deixa o arquivo
      * fechado e WS-PROTOCOLO-OK "N" quando nao ha protocolo aberto.
           MOVE "N" TO WS-PROTOCOLO-OK.
           DISPLAY "Numero do protocolo: ".
           ACCEPT WS-NUMERO.
           PERFORM ABRIR-OUVIDORIA.
           IF WS-STATUS-OUV NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUMERO TO OUV-NUMERO.
           READ ARQUIVO-OUVIDORIA KEY IS OUV-NUMERO
               INVALID KEY
                   DISPLAY "Protocolo nao encontrado."
               NOT INVALID KEY
                   IF OUV-FECHADO
                       DISPLAY "Protocolo fechado em "
                           OUV-DATA-FECHAMENTO "."
                   ELSE
                       PERFORM MOSTRAR-PROTOCOLO
                       MOVE "S" TO WS-PROTOCOLO-OK
                   END-IF
           END-READ.
           IF WS-PROTOCOLO-OK NOT = "S"
               CLOSE ARQUIVO-OUVIDORIA
           END-IF.

       MOSTRAR-PROTOCOLO.
           PERFORM LOCALIZAR-CATEGORIA.
           IF WS-IND-CAT = ZERO
               MOVE 6 TO WS-IND-CAT
           END-IF.
           DISPLAY OUV-NUMERO " " WS-CAT-NOME(WS-IND-CAT)
               " canal " OUV-CANAL " sit " OUV-SITUACAO
               " aberto " OUV-DATA-ABERTURA " por " OUV-ABERTO-POR.
           DISPLAY "  Requerente: " OUV-REQUERENTE " " OUV-CONTATO.
           IF OUV-MATRICULA NOT = ZERO
               DISPLAY "  Matricula: " OUV-MATRICULA
           END-IF.
           DISPLAY "  " OUV-DESCRICAO.
           DISPLAY "  Setor: " OUV-SETOR " prazo " OUV-PRAZO
               " respostas " OUV-QTD-RESPOSTAS.
           IF OUV-FECHADO
               DISPLAY "  Fechado em " OUV-DATA-FECHAMENTO " por "
                   OUV-FECHADO-POR ": " OUV-CONCLUSAO
           ELSE
               PERFORM OBTER-HOJE
               IF OUV-PRAZO < WS-HOJE
                   DISPLAY "  *** PRAZO VENCIDO ***"
               END-IF
           END-IF.

       PROXIMA-SEQUENCIA.
      * Proxima sequencia de resposta do protocolo (arquivo aberto).
           MOVE ZERO TO WS-SEQUENCIA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE OUV-NUMERO TO ORS-NUMERO.
           MOVE ZERO TO ORS-SEQUENCIA.
           START ARQUIVO-RESPOSTA KEY IS >= ORS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-RESPOSTA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF ORS-NUMERO NOT = OUV-NUMERO
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           MOVE ORS-SEQUENCIA TO WS-SEQUENCIA
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-SEQUENCIA.

       RESPONDER-PROTOCOLO.
      * Resposta ao requerente ou encaminhamento a outro setor.
           PERFORM OBTER-HOJE.
           PERFORM LER-PROTOCOLO-ABERTO.
           IF WS-PROTOCOLO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TIPO-RESPOSTA.
           PERFORM WITH TEST AFTER
               UNTIL WS-TIPO-RESPOSTA = "R" OR WS-TIPO-RESPOSTA = "E"
               DISPLAY "R resposta ao requerente, E encaminhar a "
                   "outro setor: "
               ACCEPT WS-TIPO-RESPOSTA
           END-PERFORM.
           MOVE OUV-SETOR TO WS-SETOR.
           IF WS-TIPO-RESPOSTA = "E"
               DISPLAY "Setor de destino: "
               ACCEPT WS-SETOR
               IF WS-SETOR = SPACES OR WS-SETOR = OUV-SETOR
                   DISPLAY "Setor nao alterado; nada gravado."
                   CLOSE ARQUIVO-OUVIDORIA
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Texto: ".
           MOVE SPACES TO WS-TEXTO.
           ACCEPT WS-TEXTO.
           IF WS-TEXTO = SPACES
               DISPLAY "Texto obrigatorio; nada gravado."
               CLOSE ARQUIVO-OUVIDORIA
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-RESPOSTAS.
           IF WS-STATUS-ORS NOT = "00"
               CLOSE ARQUIVO-OUVIDORIA
               EXIT PARAGRAPH
           END-IF.
           PERFORM PROXIMA-SEQUENCIA.
           MOVE SPACES TO REG-RESPOSTA-OUVIDORIA.
           MOVE OUV-NUMERO TO ORS-NUMERO.
           MOVE WS-SEQUENCIA TO ORS-SEQUENCIA.
           MOVE WS-TIPO-RESPOSTA TO ORS-TIPO.
           MOVE WS-HOJE TO ORS-DATA.
           MOVE WS-OPERADOR-SESSAO TO ORS-OPERADOR.
           MOVE WS-SETOR TO ORS-SETOR.
           MOVE WS-TEXTO TO ORS-TEXTO.
           WRITE REG-RESPOSTA-OUVIDORIA
               INVALID KEY
                   DISPLAY "Erro ao gravar a resposta."
               NOT INVALID KEY
                   IF ORS-RESPOSTA
                       ADD 1 TO OUV-QTD-RESPOSTAS
                       IF OUV-DATA-1A-RESPOSTA = ZERO
                           MOVE WS-HOJE TO OUV-DATA-1A-RESPOSTA
                       END-IF
                       SET OUV-EM-ANDAMENTO TO TRUE
                       DISPLAY "Resposta " WS-SEQUENCIA
                           " registrada."
                   ELSE
                       MOVE WS-SETOR TO OUV-SETOR
                       DISPLAY "Protocolo encaminhado a " WS-SETOR
                           "."
                   END-IF
                   REWRITE REG-OUVIDORIA
           END-WRITE.
           CLOSE ARQUIVO-RESPOSTA.
           CLOSE ARQUIVO-OUVIDORIA.

       FECHAR-PROTOCOLO.
      * A conclusao e a resposta final; sem resposta anterior ela
      * conta como a primeira.
           PERFORM OBTER-HOJE.
           PERFORM LER-PROTOCOLO-ABERTO.
           IF WS-PROTOCOLO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Conclusao: ".
           ACCEPT OUV-CONCLUSAO.
           IF OUV-CONCLUSAO = SPACES
               DISPLAY "Conclusao obrigatoria; protocolo nao fechado."
               CLOSE ARQUIVO-OUVIDORIA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirma o fechamento? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               SET OUV-FECHADO TO TRUE
               MOVE WS-HOJE TO OUV-DATA-FECHAMENTO
               MOVE WS-OPERADOR-SESSAO TO OUV-FECHADO-POR
               IF OUV-DATA-1A-RESPOSTA = ZERO
                   MOVE WS-HOJE TO OUV-DATA-1A-RESPOSTA
               END-IF
               REWRITE REG-OUVIDORIA
               DISPLAY "Protocolo " OUV-NUMERO " fechado."
           ELSE
               DISPLAY "Fechamento cancelado."
           END-IF.
           CLOSE ARQUIVO-OUVIDORIA.

       CONSULTAR-PROTOCOLO.
           DISPLAY "Numero do protocolo: ".
           ACCEPT WS-NUMERO.
           OPEN INPUT ARQUIVO-OUVIDORIA.
           IF WS-STATUS-OUV NOT = "00"
               DISPLAY "Nenhum protocolo registrado."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUMERO TO OUV-NUMERO.
           READ ARQUIVO-OUVIDORIA KEY IS OUV-NUMERO
               INVALID KEY
                   DISPLAY "Protocolo nao encontrado."
                   CLOSE ARQUIVO-OUVIDORIA
                   EXIT PARAGRAPH
           END-READ.
           CLOSE ARQUIVO-OUVIDORIA.
           PERFORM MOSTRAR-PROTOCOLO.
           IF OUV-COBRANCA
               PERFORM MOSTRAR-COBRANCA-ATUAL
           END-IF.
           PERFORM LISTAR-RESPOSTAS.

       MOSTRAR-COBRANCA-ATUAL.
      * Situacao de hoje da mensalidade contestada.
           OPEN INPUT ARQUIVO-MENSALIDADE.
           IF WS-STATUS-MEN NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE OUV-MATRICULA TO MEN-MATRICULA.
           MOVE OUV-COMPETENCIA TO MEN-COMPETENCIA.
           READ ARQUIVO-MENSALIDADE KEY IS MEN-CHAVE
               INVALID KEY
                   DISPLAY "  Mensalidade " OUV-COMPETENCIA
                       " nao encontrada."
               NOT INVALID KEY
                   PERFORM MOSTRAR-MENSALIDADE
           END-READ.
           CLOSE ARQUIVO-MENSALIDADE.

       LISTAR-RESPOSTAS.
           OPEN INPUT ARQUIVO-RESPOSTA.
           IF WS-STATUS-ORS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE OUV-NUMERO TO ORS-NUMERO.
           MOVE ZERO TO ORS-SEQUENCIA.
           START ARQUIVO-RESPOSTA KEY IS >= ORS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-RESPOSTA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF ORS-NUMERO NOT = OUV-NUMERO
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           DISPLAY "  " ORS-SEQUENCIA " " ORS-TIPO
                               " " ORS-DATA " " ORS-OPERADOR " "
                               ORS-SETOR
                           DISPLAY "      " ORS-TEXTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-RESPOSTA.

       LISTAR-ALUNO.
           DISPLAY "Matricula: ".
           ACCEPT WS-MATRICULA.
           MOVE ZERO TO WS-TOTAL.
           OPEN INPUT ARQUIVO-OUVIDORIA.
           IF WS-STATUS-OUV NOT = "00"
               DISPLAY "Nenhum protocolo registrado."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO OUV-MATRICULA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START ARQUIVO-OUVIDORIA KEY IS = OUV-MATRICULA
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-OUVIDORIA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF OUV-MATRICULA NOT = WS-MATRICULA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           ADD 1 TO WS-TOTAL
                           PERFORM MOSTRAR-PROTOCOLO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-OUVIDORIA.
           DISPLAY "Protocolos do aluno: " WS-TOTAL.

       VERIFICAR-VENCIDOS.
      * Protocolo aberto com o prazo passado vira evento
      * OUVIDORIA-ATR uma unica vez, com setor, categoria, prazo e
      * matricula para a cobranca interna do setor.
           PERFORM OBTER-HOJE.
           MOVE ZERO TO WS-TOTAL-ATRASADOS WS-TOTAL-AVISADOS.
           OPEN I-O ARQUIVO-OUVIDORIA.
           IF WS-STATUS-OUV NOT = "00"
               DISPLAY "Nenhum protocolo registrado."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-OUVIDORIA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF NOT OUV-FECHADO AND OUV-PRAZO < WS-HOJE
                           ADD 1 TO WS-TOTAL-ATRASADOS
                           IF OUV-ATRASO-AVISADO NOT = "S"
                               PERFORM AVISAR-VENCIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-OUVIDORIA.
           DISPLAY "Protocolos vencidos em aberto: "
               WS-TOTAL-ATRASADOS.
           DISPLAY "Novos avisos gerados:          "
               WS-TOTAL-AVISADOS.

       AVISAR-VENCIDO.
           PERFORM LOCALIZAR-CATEGORIA.
           IF WS-IND-CAT = ZERO
               MOVE 6 TO WS-IND-CAT
           END-IF.
           MOVE SPACES TO WS-EVT-CHAVE WS-EVT-DADOS.
           MOVE OUV-NUMERO TO WS-EVT-CHAVE.
           STRING OUV-SETOR " " WS-CAT-NOME(WS-IND-CAT) " PRAZO "
                  OUV-PRAZO(7:2) "/" OUV-PRAZO(5:2) "/"
                  OUV-PRAZO(1:4) " MAT " OUV-MATRICULA
                  DELIMITED BY SIZE INTO WS-EVT-DADOS
           END-STRING.
           CALL "GRAVAREVENTO" USING WS-EVT-TIPO WS-EVT-CHAVE
               WS-EVT-DADOS.
           MOVE "S" TO OUV-ATRASO-AVISADO.
           REWRITE REG-OUVIDORIA.
           ADD 1 TO WS-TOTAL-AVISADOS.
           DISPLAY "Protocolo " OUV-NUMERO " vencido em " OUV-PRAZO
               " (" OUV-SETOR ")".

       RELATORIO-MENSAL.
      * Competencia zero = mes anterior ao de hoje (WS-HOJE ja
      * carregado).
           IF WS-COMPETENCIA = ZERO
               COMPUTE WS-COMPETENCIA = WS-HOJE / 100
               IF WS-COMP-MES = 1
                   MOVE 12 TO WS-COMP-MES
                   SUBTRACT 1 FROM WS-COMP-ANO
               ELSE
                   SUBTRACT 1 FROM WS-COMP-MES
               END-IF
           END-IF.
           IF WS-COMP-MES = ZERO OR WS-COMP-MES > 12
               DISPLAY "Competencia invalida."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INICIO-MES = WS-COMPETENCIA * 100 + 1.
           MOVE WS-COMP-ANO TO WS-PROX-ANO.
           MOVE WS-COMP-MES TO WS-PROX-MES-NUM.
           MOVE 1 TO WS-PROX-DIA.
           IF WS-PROX-MES-NUM = 12
               MOVE 1 TO WS-PROX-MES-NUM
               ADD 1 TO WS-PROX-ANO
           ELSE
               ADD 1 TO WS-PROX-MES-NUM
           END-IF.
           COMPUTE WS-FIM-MES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PROX-MES) - 1).
           INITIALIZE WS-TAB-MENSAL.
           OPEN INPUT ARQUIVO-OUVIDORIA.
           IF WS-STATUS-OUV = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-OUVIDORIA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM ACUMULAR-MENSAL
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-OUVIDORIA
           END-IF.
           PERFORM EMITIR-MENSAL.

       ACUMULAR-MENSAL.
           IF OUV-DATA-ABERTURA > WS-FIM-MES
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOCALIZAR-CATEGORIA.
           IF WS-IND-CAT = ZERO
               MOVE 6 TO WS-IND-CAT
           END-IF.
           IF OUV-DATA-ABERTURA >= WS-INICIO-MES
               ADD 1 TO WS-MN-RECEBIDOS(WS-IND-CAT)
           END-IF.
           IF OUV-DATA-1A-RESPOSTA >= WS-INICIO-MES
                   AND OUV-DATA-1A-RESPOSTA <= WS-FIM-MES
               ADD 1 TO WS-MN-RESPONDIDOS(WS-IND-CAT)
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(OUV-DATA-1A-RESPOSTA)
                   - FUNCTION INTEGER-OF-DATE(OUV-DATA-ABERTURA)
               ADD WS-DIAS TO WS-MN-DIAS-RESP(WS-IND-CAT)
           END-IF.
           IF OUV-FECHADO AND OUV-DATA-FECHAMENTO >= WS-INICIO-MES
                   AND OUV-DATA-FECHAMENTO <= WS-FIM-MES
               ADD 1 TO WS-MN-FECHADOS(WS-IND-CAT)
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(OUV-DATA-FECHAMENTO)
                   - FUNCTION INTEGER-OF-DATE(OUV-DATA-ABERTURA)
               ADD WS-DIAS TO WS-MN-DIAS-FECH(WS-IND-CAT)
           END-IF.
      * Pendente no fim do mes: aberto ate la e nao fechado ate la.
           IF NOT OUV-FECHADO OR OUV-DATA-FECHAMENTO > WS-FIM-MES
               ADD 1 TO WS-MN-PENDENTES(WS-IND-CAT)
               IF OUV-PRAZO < WS-FIM-MES
                   ADD 1 TO WS-MN-VENCIDOS(WS-IND-CAT)
               END-IF
           END-IF.

       EMITIR-MENSAL.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           STRING "COMPETENCIA " WS-COMP-MES "/" WS-COMP-ANO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "CATEGORIA      RECEB  RESP MED.RESP  FECH MED.FECH"
               TO WS-REL-LINHA.
           MOVE "  PEND VENCID" TO WS-REL-LINHA(52:13).
           PERFORM ESCREVER-LINHA.
           MOVE ALL "-" TO WS-REL-LINHA(1:64).
           PERFORM ESCREVER-LINHA.
      * A setima posicao da tabela acumula o total geral.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-CATEGORIAS
               ADD WS-MN-RECEBIDOS(WS-IND) TO WS-MN-RECEBIDOS(7)
               ADD WS-MN-RESPONDIDOS(WS-IND) TO WS-MN-RESPONDIDOS(7)
               ADD WS-MN-DIAS-RESP(WS-IND) TO WS-MN-DIAS-RESP(7)
               ADD WS-MN-FECHADOS(WS-IND) TO WS-MN-FECHADOS(7)
               ADD WS-MN-DIAS-FECH(WS-IND) TO WS-MN-DIAS-FECH(7)
               ADD WS-MN-PENDENTES(WS-IND) TO WS-MN-PENDENTES(7)
               ADD WS-MN-VENCIDOS(WS-IND) TO WS-MN-VENCIDOS(7)
               MOVE WS-CAT-NOME(WS-IND) TO WS-REL-LINHA(1:14)
               PERFORM MONTAR-LINHA-MENSAL
           END-PERFORM.
           MOVE ALL "-" TO WS-REL-LINHA(1:64).
           PERFORM ESCREVER-LINHA.
           MOVE 7 TO WS-IND.
           MOVE "TOTAL" TO WS-REL-LINHA(1:14).
           PERFORM MONTAR-LINHA-MENSAL.
           PERFORM ESCREVER-LINHA.
           MOVE "MEDIAS EM DIAS CORRIDOS DESDE A ABERTURA; PENDENTES E"
               TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "VENCIDOS NA POSICAO DO ULTIMO DIA DO MES."
               TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".
           DISPLAY "Relatorio em ouvidoria_mensal.rel".

       MONTAR-LINHA-MENSAL.
           MOVE WS-MN-RECEBIDOS(WS-IND) TO WS-ED-QTD.
           MOVE WS-ED-QTD TO WS-REL-LINHA(16:5).
           MOVE WS-MN-RESPONDIDOS(WS-IND) TO WS-ED-QTD.
           MOVE WS-ED-QTD TO WS-REL-LINHA(22:5).
           MOVE ZERO TO WS-MEDIA.
           IF WS-MN-RESPONDIDOS(WS-IND) > ZERO
               COMPUTE WS-MEDIA ROUNDED = WS-MN-DIAS-RESP(WS-IND)
                   / WS-MN-RESPONDIDOS(WS-IND)
           END-IF.
           MOVE WS-MEDIA TO WS-ED-MEDIA.
           MOVE WS-ED-MEDIA TO WS-REL-LINHA(29:6).
           MOVE WS-MN-FECHADOS(WS-IND) TO WS-ED-QTD.
           MOVE WS-ED-QTD TO WS-REL-LINHA(37:5).
           MOVE ZERO TO WS-MEDIA.
           IF WS-MN-FECHADOS(WS-IND) > ZERO
               COMPUTE WS-MEDIA ROUNDED = WS-MN-DIAS-FECH(WS-IND)
                   / WS-MN-FECHADOS(WS-IND)
           END-IF.
           MOVE WS-MEDIA TO WS-ED-MEDIA.
           MOVE WS-ED-MEDIA TO WS-REL-LINHA(44:6).
           MOVE WS-MN-PENDENTES(WS-IND) TO WS-ED-QTD.
           MOVE WS-ED-QTD TO WS-REL-LINHA(52:5).
           MOVE WS-MN-VENCIDOS(WS-IND) TO WS-ED-QTD.
           MOVE WS-ED-QTD TO WS-REL-LINHA(59:5).
           PERFORM ESCREVER-LINHA.
