      * cartas_reprovacao.txt para aluno retido, ordem de
      * remanejamento em ordens_reatribuicao.txt para professor
      * inativado com alunos, resumo em resumo_rejeitos.txt para
      * carga com rejeitos, aviso previo de negativacao em
      * cartas_negativacao.txt, lembrete de prazo de notas ao
      * professor e escalonamento de prazo vencido a coordenacao em
      * avisos_prazo_notas.txt, carta de aprovacao na admissao ao
      * responsavel do candidato em cartas_admissao.txt, lista de
      * familias a ligar por documento sem ciencia em
      * cobrancas_ciencia.txt, convite (ou aviso de cancelamento)
      * de reuniao de pais ao responsavel em convites_reuniao.txt,
      * carta de vacina atrasada ao responsavel em
      * cartas_vacinacao.txt, alerta de retirada recusada na
      * portaria a coordenacao em alertas_portaria.txt, carta de
      * advertencia ou de suspensao de bolsa ao responsavel em
      * cartas_bolsa.txt -- e marca
      * os eventos como despachados, regravando a fila via arquivo
      * temporario.
      * Carta de reprovacao, de ocorrencia, da biblioteca, aviso de
      * negativacao, convite de reuniao, carta de vacinacao e carta
      * de bolsa saem
      * com numero de protocolo (REGISTRARPROTOCOLO) para a
      * ciencia assinada ser registrada no balcao.
      * Reprovacao, ocorrencia, biblioteca, busca ativa e aviso de
      * negativacao tambem viram SMS ao responsavel: mensagem
      * numerada em mensagens.idx e linha no lote do provedor
      * (mensagens_envio.txt, NUMERO;TELEFONE;TEXTO), com o telefone
      * de RSP-TELEFONE conferido por VALIDARTELEFONE e o texto
      * montado pelo modelo do tipo (WS-MODELOS-SMS). Nas cartas de
      * reprovacao, ocorrencia e biblioteca o SMS substitui o papel;
      * a ficha de busca ativa e interna e o aviso de negativacao
      * precisa do protocolo assinado, entao esses saem impressos
      * mesmo com SMS. Sem telefone valido a carta sai como sempre.
      * SMS que falhou volta a fila por RETORNOMENSAGENS e, no
      * despacho seguinte, sai como carta impressa.
      * Saldo baixo na conta da cantina (CANTINA.cbl) sai so por
      * SMS ao responsavel, sem carta de reserva: sem telefone
      * valido ou com o SMS falho a familia ve o saldo no extrato
      * mensal da cantina.
      * Protocolo de ouvidoria vencido sem fechamento (OUVIDORIA.cbl)
      * vira alerta ao setor responsavel em alertas_ouvidoria.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "cartas_ocorrencia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OCO.
           SELECT ARQUIVO-CARTAS-NEG
               ASSIGN TO "cartas_negativacao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NEG.
           SELECT ARQUIVO-AVISOS-PRAZO
               ASSIGN TO "avisos_prazo_notas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRZ.
           SELECT ARQUIVO-CARTAS-ADM
               ASSIGN TO "cartas_admissao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ADM.
           SELECT ARQUIVO-COBRANCA-CIE
               ASSIGN TO "cobrancas_ciencia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CIE.
           SELECT ARQUIVO-CONVITES
               ASSIGN TO "convites_reuniao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CNV.
           SELECT ARQUIVO-CARTAS-VAC
               ASSIGN TO "cartas_vacinacao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VAC.
           SELECT ARQUIVO-CARTAS-BOL
               ASSIGN TO "cartas_bolsa.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BOL.
           SELECT ARQUIVO-ALERTAS-PORT
               ASSIGN TO "alertas_portaria.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-APT.
           SELECT ARQUIVO-ALERTAS-OUV
               ASSIGN TO "alertas_ouvidoria.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AOV.
           SELECT ARQUIVO-MENSAGEM ASSIGN TO "mensagens.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-NUMERO
               ALTERNATE RECORD KEY IS MSG-MATRICULA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MSG.
           SELECT ARQUIVO-ENVIO-SMS ASSIGN TO "mensagens_envio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENV.
           SELECT ARQUIVO-CANDIDATO ASSIGN TO "candidatos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAN-NUMERO
               FILE STATUS IS WS-STATUS-CAN.
           SELECT ARQUIVO-RESPONSAVEL ASSIGN TO "responsaveis.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  ARQUIVO-CARTAS-OCO.
       01 LINHA-CARTA-OCO PIC X(80).

       FD  ARQUIVO-CARTAS-NEG.
       01 LINHA-CARTA-NEG PIC X(80).

       FD  ARQUIVO-AVISOS-PRAZO.
       01 LINHA-AVISO-PRAZO PIC X(80).

       FD  ARQUIVO-RESPONSAVEL.
           COPY "RegistroResponsavel.cpy".

       FD  ARQUIVO-CARTAS-ADM.
       01 LINHA-CARTA-ADM PIC X(80).

       FD  ARQUIVO-COBRANCA-CIE.
       01 LINHA-COBRANCA-CIE PIC X(80).

       FD  ARQUIVO-CONVITES.
       01 LINHA-CONVITE PIC X(80).

       FD  ARQUIVO-CARTAS-VAC.
       01 LINHA-CARTA-VAC PIC X(80).

       FD  ARQUIVO-CARTAS-BOL.
       01 LINHA-CARTA-BOL PIC X(80).

       FD  ARQUIVO-ALERTAS-PORT.
       01 LINHA-ALERTA-PORT PIC X(80).

       FD  ARQUIVO-ALERTAS-OUV.
       01 LINHA-ALERTA-OUV PIC X(80).

       FD  ARQUIVO-CANDIDATO.
           COPY "RegistroCandidato.cpy".

       FD  ARQUIVO-MENSAGEM.
           COPY "RegistroMensagem.cpy".

       FD  ARQUIVO-ENVIO-SMS.
       01 LINHA-ENVIO-SMS PIC X(190).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-EVT PIC X(2).
       01 WS-STATUS-TMP PIC X(2).
       01 WS-TOTAL-FICHAS PIC 9(5) VALUE ZERO.
       01 WS-STATUS-BIB PIC X(2).
       01 WS-TOTAL-CARTAS-BIB PIC 9(5) VALUE ZERO.
       01 WS-STATUS-NEG PIC X(2).
       01 WS-TOTAL-CARTAS-NEG PIC 9(5) VALUE ZERO.
       01 WS-STATUS-PRZ PIC X(2).
       01 WS-TOTAL-AVISOS-PRAZO PIC 9(5) VALUE ZERO.
       01 WS-STATUS-ADM PIC X(2).
       01 WS-STATUS-CAN PIC X(2).
       01 WS-TOTAL-CARTAS-ADM PIC 9(5) VALUE ZERO.
       01 WS-CAN-ACHADO PIC X.
       01 WS-STATUS-CIE PIC X(2).
       01 WS-TOTAL-COBRANCAS-CIE PIC 9(5) VALUE ZERO.
       01 WS-STATUS-CNV PIC X(2).
       01 WS-TOTAL-CONVITES PIC 9(5) VALUE ZERO.
       01 WS-STATUS-VAC PIC X(2).
       01 WS-TOTAL-CARTAS-VAC PIC 9(5) VALUE ZERO.
       01 WS-STATUS-BOL PIC X(2).
       01 WS-TOTAL-CARTAS-BOL PIC 9(5) VALUE ZERO.
       01 WS-STATUS-APT PIC X(2).
       01 WS-TOTAL-ALERTAS-PORT PIC 9(5) VALUE ZERO.
       01 WS-STATUS-AOV PIC X(2).
       01 WS-TOTAL-ALERTAS-OUV PIC 9(5) VALUE ZERO.
       01 WS-PRT-TIPO PIC X(14).
       01 WS-PRT-MATRICULA PIC 9(5).
       01 WS-PRT-DESCRICAO PIC X(40).
       01 WS-PRT-NUMERO PIC 9(7).
       01 WS-LINHA-PROTOCOLO PIC X(80).
       01 WS-STATUS-MSG PIC X(2).
       01 WS-STATUS-ENV PIC X(2).
       01 WS-MENSAGENS-OK PIC X VALUE "N".
       01 WS-PROXIMA-MENSAGEM PIC 9(7).
       01 WS-TOTAL-MENSAGENS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-SEM-CONTATO PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-CARTAS-RETORNO PIC 9(5) VALUE ZERO.
       01 WS-CARTA-DEVIDA PIC X.
       01 WS-FIM-MENSAGENS PIC X.
       01 WS-MATRICULA-EVT PIC 9(5).
       01 WS-TEL-NUMERO PIC X(11).
       01 WS-TEL-VALIDO PIC X.
       01 WS-DATA-HORA-SMS PIC X(21).
       01 WS-M PIC 9(2).
       01 WS-MODELO PIC 9(2).
      * Modelo do SMS por tipo de evento: S/N se o SMS substitui a
      * carta, texto antes da matricula e texto depois de EVT-DADOS.
       01 WS-MODELOS-SMS-VALORES.
           05 FILLER PIC X(15) VALUE "REPROVOU      S".
           05 FILLER PIC X(50)
               VALUE "Escola: resultado final do(a) aluno(a)".
           05 FILLER PIC X(50)
               VALUE "Nao aprovado(a). Procure a secretaria.".
           05 FILLER PIC X(15) VALUE "OCORRENCIA    S".
           05 FILLER PIC X(50)
               VALUE "Escola: ocorrencia disciplinar do(a) aluno(a)".
           05 FILLER PIC X(50)
               VALUE "Compareca a coordenacao.".
           05 FILLER PIC X(15) VALUE "BIBLIOTECA    S".
           05 FILLER PIC X(50)
               VALUE "Escola: livro em atraso com o(a) aluno(a)".
           05 FILLER PIC X(50)
               VALUE "Favor devolver na biblioteca da escola.".
           05 FILLER PIC X(15) VALUE "EVASAO        N".
           05 FILLER PIC X(50)
               VALUE "Escola: faltas seguidas do(a) aluno(a)".
           05 FILLER PIC X(50)
               VALUE "Entre em contato com a escola.".
           05 FILLER PIC X(15) VALUE "NEGATIVACAO   N".
           05 FILLER PIC X(50)
               VALUE "Escola: cobranca em aberto do(a) aluno(a)".
           05 FILLER PIC X(50)
               VALUE "Procure a tesouraria para regularizar.".
           05 FILLER PIC X(15) VALUE "CANTINA-SALDO N".
           05 FILLER PIC X(50)
               VALUE "Escola: saldo baixo na cantina do(a) aluno(a)".
           05 FILLER PIC X(50)
               VALUE "Faca a recarga na tesouraria.".
       01 WS-MODELOS-SMS REDEFINES WS-MODELOS-SMS-VALORES.
           05 WS-MOD-ENT OCCURS 6 TIMES.
               10 WS-MOD-TIPO PIC X(14).
               10 WS-MOD-SUBSTITUI PIC X(1).
               10 WS-MOD-ANTES PIC X(50).
               10 WS-MOD-DEPOIS PIC X(50).

       PROCEDURE DIVISION.
       PRINCIPAL.
               WS-TOTAL-FICHAS.
           DISPLAY "Cartas da biblioteca:         "
               WS-TOTAL-CARTAS-BIB.
           DISPLAY "Avisos de negativacao:        "
               WS-TOTAL-CARTAS-NEG.
           DISPLAY "Avisos de prazo de notas:     "
               WS-TOTAL-AVISOS-PRAZO.
           DISPLAY "Cartas de admissao:           "
               WS-TOTAL-CARTAS-ADM.
           DISPLAY "Cobrancas de ciencia:         "
               WS-TOTAL-COBRANCAS-CIE.
           DISPLAY "Convites de reuniao:          "
               WS-TOTAL-CONVITES.
           DISPLAY "Cartas de vacinacao:          "
               WS-TOTAL-CARTAS-VAC.
           DISPLAY "Cartas de bolsa:              "
               WS-TOTAL-CARTAS-BOL.
           DISPLAY "Alertas da portaria:          "
               WS-TOTAL-ALERTAS-PORT.
           DISPLAY "Alertas de ouvidoria:         "
               WS-TOTAL-ALERTAS-OUV.
           DISPLAY "SMS enviados ao provedor:     "
               WS-TOTAL-MENSAGENS.
           DISPLAY "Sem telefone valido (carta):  "
               WS-TOTAL-SEM-CONTATO.
           DISPLAY "SMS falhos virando carta:     "
               WS-TOTAL-CARTAS-RETORNO.
           DISPLAY "Ja estavam despachados:       "
               WS-TOTAL-JA-DESPACHADOS.
           DISPLAY "=========================================".
           MOVE "Solicitamos comparecimento a coordenacao."
               TO LINHA-CARTA-OCO.
           WRITE LINHA-CARTA-OCO.
           PERFORM REGISTRAR-PROTOCOLO-CARTA.
           IF WS-PRT-NUMERO NOT = ZERO
               MOVE WS-LINHA-PROTOCOLO TO LINHA-CARTA-OCO
               WRITE LINHA-CARTA-OCO
           END-IF.

       GERAR-CARTA-BIBLIOTECA.
      * Lembrete de devolucao de livro em atraso, enderecado ao
           MOVE "Pedimos a devolucao na biblioteca da escola."
               TO LINHA-CARTA-BIB.
           WRITE LINHA-CARTA-BIB.
           PERFORM REGISTRAR-PROTOCOLO-CARTA.
           IF WS-PRT-NUMERO NOT = ZERO
               MOVE WS-LINHA-PROTOCOLO TO LINHA-CARTA-BIB
               WRITE LINHA-CARTA-BIB
           END-IF.

       GERAR-FICHA-BUSCA.
      * Ficha de busca ativa por faltas consecutivas: o contato do
               WRITE LINHA-FICHA
           END-IF.

       GERAR-CARTA-NEGATIVACAO.
      * Aviso previo de inclusao no cadastro de protecao ao credito,
      * exigido antes do envio ao bureau. EVT-CHAVE traz a matricula
      * e EVT-DADOS a competencia, vencimento, valor e o prazo.
           ADD 1 TO WS-TOTAL-CARTAS-NEG.
           MOVE ALL "-" TO LINHA-CARTA-NEG.
           WRITE LINHA-CARTA-NEG.
           MOVE "N" TO WS-RSP-ACHADO.
           OPEN INPUT ARQUIVO-RESPONSAVEL.
           IF WS-STATUS-RSP = "00"
               MOVE FUNCTION NUMVAL(EVT-CHAVE) TO RSP-MATRICULA
               READ ARQUIVO-RESPONSAVEL KEY IS RSP-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-RSP-ACHADO
               END-READ
               CLOSE ARQUIVO-RESPONSAVEL
           END-IF.
           IF WS-RSP-ACHADO = "S"
               MOVE SPACES TO LINHA-CARTA-NEG
               STRING "AO(A) SR(A). " RSP-NOME
                   DELIMITED BY SIZE INTO LINHA-CARTA-NEG
               END-STRING
               WRITE LINHA-CARTA-NEG
               MOVE RSP-ENDERECO TO LINHA-CARTA-NEG
               WRITE LINHA-CARTA-NEG
           ELSE
               MOVE "AOS RESPONSAVEIS" TO LINHA-CARTA-NEG
               WRITE LINHA-CARTA-NEG
           END-IF.
           MOVE "AVISO PREVIO DE INCLUSAO EM CADASTRO DE PROTECAO AO"
               TO LINHA-CARTA-NEG.
           WRITE LINHA-CARTA-NEG.
           MOVE "CREDITO" TO LINHA-CARTA-NEG.
           WRITE LINHA-CARTA-NEG.
           MOVE SPACES TO LINHA-CARTA-NEG.
           STRING "Consta em aberto a cobranca do(a) aluno(a) de "
                  "matricula " EVT-CHAVE
                  DELIMITED BY SIZE INTO LINHA-CARTA-NEG
           END-STRING.
           WRITE LINHA-CARTA-NEG.
           MOVE SPACES TO LINHA-CARTA-NEG.
           STRING "  " EVT-DADOS
               DELIMITED BY SIZE INTO LINHA-CARTA-NEG
           END-STRING.
           WRITE LINHA-CARTA-NEG.
           MOVE "Sem pagamento ou acordo ate o prazo acima, o debito"
               TO LINHA-CARTA-NEG.
           WRITE LINHA-CARTA-NEG.
           MOVE "sera informado ao cadastro de protecao ao credito."
               TO LINHA-CARTA-NEG.
           WRITE LINHA-CARTA-NEG.
           PERFORM REGISTRAR-PROTOCOLO-CARTA.
           IF WS-PRT-NUMERO NOT = ZERO
               MOVE WS-LINHA-PROTOCOLO TO LINHA-CARTA-NEG
               WRITE LINHA-CARTA-NEG
           END-IF.

       GERAR-AVISO-PRAZO.
      * Lembrete ao professor (EVT-CHAVE = matricula do professor)
      * ou escalonamento a coordenacao (EVT-CHAVE = turma) do prazo
      * de entrega de notas; EVT-DADOS traz disciplina, bimestre,
      * alunos pendentes e a data limite.
           ADD 1 TO WS-TOTAL-AVISOS-PRAZO.
           MOVE ALL "-" TO LINHA-AVISO-PRAZO.
           WRITE LINHA-AVISO-PRAZO.
           MOVE SPACES TO LINHA-AVISO-PRAZO.
           IF EVT-TIPO = "PRAZO-NOTAS"
               STRING "AO(A) PROFESSOR(A) " EVT-CHAVE
                   DELIMITED BY SIZE INTO LINHA-AVISO-PRAZO
               END-STRING
               WRITE LINHA-AVISO-PRAZO
               MOVE "O prazo de notas do bimestre esta chegando:"
                   TO LINHA-AVISO-PRAZO
           ELSE
               STRING "A COORDENACAO - PRAZO DE NOTAS VENCIDO, TURMA "
                      EVT-CHAVE
                   DELIMITED BY SIZE INTO LINHA-AVISO-PRAZO
               END-STRING
               WRITE LINHA-AVISO-PRAZO
               MOVE "O prazo passou com notas ainda pendentes:"
                   TO LINHA-AVISO-PRAZO
           END-IF.
           WRITE LINHA-AVISO-PRAZO.
           MOVE SPACES TO LINHA-AVISO-PRAZO.
           STRING "  " EVT-DADOS
               DELIMITED BY SIZE INTO LINHA-AVISO-PRAZO
           END-STRING.
           WRITE LINHA-AVISO-PRAZO.

       GERAR-CARTA-ADMISSAO.
      * Carta de aprovacao ao responsavel do candidato (EVT-CHAVE =
      * numero de inscricao em candidatos.idx); EVT-DADOS traz
      * serie, unidade, ano e classificacao.
           ADD 1 TO WS-TOTAL-CARTAS-ADM.
           MOVE ALL "-" TO LINHA-CARTA-ADM.
           WRITE LINHA-CARTA-ADM.
           MOVE "N" TO WS-CAN-ACHADO.
           OPEN INPUT ARQUIVO-CANDIDATO.
           IF WS-STATUS-CAN = "00"
               MOVE FUNCTION NUMVAL(EVT-CHAVE) TO CAN-NUMERO
               READ ARQUIVO-CANDIDATO KEY IS CAN-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-CAN-ACHADO
               END-READ
               CLOSE ARQUIVO-CANDIDATO
           END-IF.
           IF WS-CAN-ACHADO = "S"
               MOVE SPACES TO LINHA-CARTA-ADM
               STRING "AO(A) SR(A). " CAN-RSP-NOME
                   DELIMITED BY SIZE INTO LINHA-CARTA-ADM
               END-STRING
               WRITE LINHA-CARTA-ADM
               MOVE CAN-RSP-ENDERECO TO LINHA-CARTA-ADM
               WRITE LINHA-CARTA-ADM
               MOVE SPACES TO LINHA-CARTA-ADM
               STRING "Comunicamos que o(a) candidato(a) " CAN-NOME
                   DELIMITED BY SIZE INTO LINHA-CARTA-ADM
               END-STRING
               WRITE LINHA-CARTA-ADM
           ELSE
               MOVE "AOS RESPONSAVEIS" TO LINHA-CARTA-ADM
               WRITE LINHA-CARTA-ADM
               MOVE SPACES TO LINHA-CARTA-ADM
               STRING "Comunicamos que o(a) candidato(a) de "
                      "inscricao " EVT-CHAVE
                   DELIMITED BY SIZE INTO LINHA-CARTA-ADM
               END-STRING
               WRITE LINHA-CARTA-ADM
           END-IF.
           MOVE "foi APROVADO(A) no processo de admissao:"
               TO LINHA-CARTA-ADM.
           WRITE LINHA-CARTA-ADM.
           MOVE SPACES TO LINHA-CARTA-ADM.
           STRING "  " EVT-DADOS
               DELIMITED BY SIZE INTO LINHA-CARTA-ADM
           END-STRING.
           WRITE LINHA-CARTA-ADM.
           MOVE "Compareca a secretaria para confirmar a matricula."
               TO LINHA-CARTA-ADM.
           WRITE LINHA-CARTA-ADM.

       ABRIR-SAIDAS.
           OPEN EXTEND ARQUIVO-CARTAS.
           IF WS-STATUS-CAR = "35"
           IF WS-STATUS-BIB = "35"
               OPEN OUTPUT ARQUIVO-CARTAS-BIB
           END-IF.
           OPEN EXTEND ARQUIVO-CARTAS-NEG.
           IF WS-STATUS-NEG = "35"
               OPEN OUTPUT ARQUIVO-CARTAS-NEG
           END-IF.
           OPEN EXTEND ARQUIVO-AVISOS-PRAZO.
           IF WS-STATUS-PRZ = "35"
               OPEN OUTPUT ARQUIVO-AVISOS-PRAZO
           END-IF.
           OPEN EXTEND ARQUIVO-CARTAS-ADM.
           IF WS-STATUS-ADM = "35"
               OPEN OUTPUT ARQUIVO-CARTAS-ADM
           END-IF.
           OPEN EXTEND ARQUIVO-COBRANCA-CIE.
           IF WS-STATUS-CIE = "35"
               OPEN OUTPUT ARQUIVO-COBRANCA-CIE
           END-IF.
           OPEN EXTEND ARQUIVO-CONVITES.
           IF WS-STATUS-CNV = "35"
               OPEN OUTPUT ARQUIVO-CONVITES
           END-IF.
           OPEN EXTEND ARQUIVO-CARTAS-VAC.
           IF WS-STATUS-VAC = "35"
               OPEN OUTPUT ARQUIVO-CARTAS-VAC
           END-IF.
           OPEN EXTEND ARQUIVO-CARTAS-BOL.
           IF WS-STATUS-BOL = "35"
               OPEN OUTPUT ARQUIVO-CARTAS-BOL
           END-IF.
           OPEN EXTEND ARQUIVO-ALERTAS-PORT.
           IF WS-STATUS-APT = "35"
               OPEN OUTPUT ARQUIVO-ALERTAS-PORT
           END-IF.
           OPEN EXTEND ARQUIVO-ALERTAS-OUV.
           IF WS-STATUS-AOV = "35"
               OPEN OUTPUT ARQUIVO-ALERTAS-OUV
           END-IF.
           PERFORM ABRIR-MENSAGENS.

       ABRIR-MENSAGENS.
      * Sem mensagens.idx ou sem o lote do provedor tudo sai em papel,
      * como antes. Numero da proxima mensagem: maior gravado mais um.
           MOVE "N" TO WS-MENSAGENS-OK.
           OPEN I-O ARQUIVO-MENSAGEM.
           IF WS-STATUS-MSG = "35"
               OPEN OUTPUT ARQUIVO-MENSAGEM
               CLOSE ARQUIVO-MENSAGEM
               OPEN I-O ARQUIVO-MENSAGEM
           END-IF.
           IF WS-STATUS-MSG NOT = "00"
               DISPLAY "mensagens.idx indisponivel (STATUS="
                   WS-STATUS-MSG "); eventos saem so em papel."
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ARQUIVO-ENVIO-SMS.
           IF WS-STATUS-ENV = "35"
               OPEN OUTPUT ARQUIVO-ENVIO-SMS
           END-IF.
           IF WS-STATUS-ENV NOT = "00"
               DISPLAY "mensagens_envio.txt indisponivel (STATUS="
                   WS-STATUS-ENV "); eventos saem so em papel."
               CLOSE ARQUIVO-MENSAGEM
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-MENSAGENS-OK.
           MOVE 1 TO WS-PROXIMA-MENSAGEM.
           MOVE "N" TO WS-FIM-MENSAGENS.
           PERFORM UNTIL WS-FIM-MENSAGENS = "S"
               READ ARQUIVO-MENSAGEM NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-MENSAGENS
                   NOT AT END
                       IF MSG-NUMERO >= WS-PROXIMA-MENSAGEM
                           COMPUTE WS-PROXIMA-MENSAGEM = MSG-NUMERO + 1
                       END-IF
               END-READ
           END-PERFORM.

       FECHAR-SAIDAS.
           CLOSE ARQUIVO-CARTAS.
           CLOSE ARQUIVO-CARTAS-OCO.
           CLOSE ARQUIVO-FICHAS-BUSCA.
           CLOSE ARQUIVO-CARTAS-BIB.
           CLOSE ARQUIVO-CARTAS-NEG.
           CLOSE ARQUIVO-AVISOS-PRAZO.
           CLOSE ARQUIVO-CARTAS-ADM.
           CLOSE ARQUIVO-COBRANCA-CIE.
           CLOSE ARQUIVO-CONVITES.
           CLOSE ARQUIVO-CARTAS-VAC.
           CLOSE ARQUIVO-CARTAS-BOL.
           CLOSE ARQUIVO-ALERTAS-PORT.
           CLOSE ARQUIVO-ALERTAS-OUV.
           IF WS-MENSAGENS-OK = "S"
               CLOSE ARQUIVO-MENSAGEM
               CLOSE ARQUIVO-ENVIO-SMS
           END-IF.

       DESPACHAR-EVENTO.
           IF EVT-DESPACHADO
           ELSE
               EVALUATE EVT-TIPO
                   WHEN "REPROVOU"
                       PERFORM ENVIAR-SMS
                       IF WS-CARTA-DEVIDA = "S"
                           PERFORM GERAR-CARTA
                       END-IF
                   WHEN "PROF-INATIVO"
                       PERFORM GERAR-ORDEM
                   WHEN "CARGA-REJEITOS"
                       PERFORM GERAR-RESUMO
                   WHEN "OCORRENCIA"
                       PERFORM ENVIAR-SMS
                       IF WS-CARTA-DEVIDA = "S"
                           PERFORM GERAR-CARTA-OCORRENCIA
                       END-IF
                   WHEN "EVASAO"
                       PERFORM ENVIAR-SMS
                       PERFORM GERAR-FICHA-BUSCA
                   WHEN "BIBLIOTECA"
                       PERFORM ENVIAR-SMS
                       IF WS-CARTA-DEVIDA = "S"
                           PERFORM GERAR-CARTA-BIBLIOTECA
                       END-IF
                   WHEN "NEGATIVACAO"
                       PERFORM ENVIAR-SMS
                       PERFORM GERAR-CARTA-NEGATIVACAO
                   WHEN "PRAZO-NOTAS"
                       PERFORM GERAR-AVISO-PRAZO
                   WHEN "PRAZO-VENCIDO"
                       PERFORM GERAR-AVISO-PRAZO
                   WHEN "ADMISSAO"
                       PERFORM GERAR-CARTA-ADMISSAO
                   WHEN "CIENCIA-PEND"
                       PERFORM GERAR-COBRANCA-CIENCIA
                   WHEN "REUNIAO-PAIS"
                       PERFORM GERAR-CONVITE-REUNIAO
                   WHEN "VACINA-ATRASO"
                       PERFORM GERAR-CARTA-VACINACAO
                   WHEN "BOLSA-AVISO"
                       PERFORM GERAR-CARTA-BOLSA
                   WHEN "RETIRADA-NEG"
                       PERFORM GERAR-ALERTA-PORTARIA
                   WHEN "OUVIDORIA-ATR"
                       PERFORM GERAR-ALERTA-OUVIDORIA
                   WHEN "CANTINA-SALDO"
                       PERFORM ENVIAR-SMS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           WRITE LINHA-CARTA.
           MOVE "). Procure a secretaria da escola." TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           PERFORM REGISTRAR-PROTOCOLO-CARTA.
           IF WS-PRT-NUMERO NOT = ZERO
               MOVE WS-LINHA-PROTOCOLO TO LINHA-CARTA
               WRITE LINHA-CARTA
           END-IF.

       REGISTRAR-PROTOCOLO-CARTA.
      * Protocolo da carta ao responsavel: tipo do evento, matricula
      * em EVT-CHAVE e o inicio de EVT-DADOS como descricao.
           MOVE EVT-TIPO TO WS-PRT-TIPO.
           MOVE FUNCTION NUMVAL(EVT-CHAVE) TO WS-PRT-MATRICULA.
           MOVE EVT-DADOS(1:40) TO WS-PRT-DESCRICAO.
           CALL "REGISTRARPROTOCOLO" USING WS-PRT-TIPO
               WS-PRT-MATRICULA WS-PRT-DESCRICAO WS-PRT-NUMERO.
           MOVE SPACES TO WS-LINHA-PROTOCOLO.
           STRING "PROTOCOLO: " WS-PRT-NUMERO
                  " - DEVOLVER ASSINADO PELO RESPONSAVEL"
               DELIMITED BY SIZE INTO WS-LINHA-PROTOCOLO
           END-STRING.

       GERAR-COBRANCA-CIENCIA.
      * Documento sem ciencia depois do prazo (EVT-CHAVE = matricula,
      * EVT-DADOS = protocolo, tipo e datas): linha de contato para
      * o regente ou a secretaria ligar para a familia.
           ADD 1 TO WS-TOTAL-COBRANCAS-CIE.
           MOVE ALL "-" TO LINHA-COBRANCA-CIE.
           WRITE LINHA-COBRANCA-CIE.
           MOVE SPACES TO LINHA-COBRANCA-CIE.
           STRING "SEM CIENCIA - ALUNO " EVT-CHAVE " " EVT-DADOS
               DELIMITED BY SIZE INTO LINHA-COBRANCA-CIE
           END-STRING.
           WRITE LINHA-COBRANCA-CIE.
           MOVE "N" TO WS-RSP-ACHADO.
           OPEN INPUT ARQUIVO-RESPONSAVEL.
           IF WS-STATUS-RSP = "00"
               MOVE FUNCTION NUMVAL(EVT-CHAVE) TO RSP-MATRICULA
               READ ARQUIVO-RESPONSAVEL KEY IS RSP-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-RSP-ACHADO
               END-READ
               CLOSE ARQUIVO-RESPONSAVEL
           END-IF.
           MOVE SPACES TO LINHA-COBRANCA-CIE.
           IF WS-RSP-ACHADO = "S"
               STRING "  LIGAR PARA " RSP-NOME " " RSP-TELEFONE
                   DELIMITED BY SIZE INTO LINHA-COBRANCA-CIE
               END-STRING
           ELSE
               MOVE "  RESPONSAVEL NAO CADASTRADO"
                   TO LINHA-COBRANCA-CIE
           END-IF.
           WRITE LINHA-COBRANCA-CIE.

       GERAR-CONVITE-REUNIAO.
      * Convite de reuniao de pais ou atendimento individual ao
      * responsavel da matricula em EVT-CHAVE; EVT-DADOS traz
      * numero, data, hora e sala, e comeca com CANCELADA quando a
      * reuniao foi desmarcada.
           ADD 1 TO WS-TOTAL-CONVITES.
           MOVE ALL "-" TO LINHA-CONVITE.
           WRITE LINHA-CONVITE.
           MOVE "N" TO WS-RSP-ACHADO.
           OPEN INPUT ARQUIVO-RESPONSAVEL.
           IF WS-STATUS-RSP = "00"
               MOVE FUNCTION NUMVAL(EVT-CHAVE) TO RSP-MATRICULA
               READ ARQUIVO-RESPONSAVEL KEY IS RSP-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-RSP-ACHADO
               END-READ
               CLOSE ARQUIVO-RESPONSAVEL
           END-IF.
           IF WS-RSP-ACHADO = "S"
               MOVE SPACES TO LINHA-CONVITE
               STRING "AO(A) SR(A). " RSP-NOME
                   DELIMITED BY SIZE INTO LINHA-CONVITE
               END-STRING
               WRITE LINHA-CONVITE
               MOVE RSP-ENDERECO TO LINHA-CONVITE
               WRITE LINHA-CONVITE
           ELSE
               MOVE "AOS RESPONSAVEIS" TO LINHA-CONVITE
               WRITE LINHA-CONVITE
           END-IF.
           MOVE SPACES TO LINHA-CONVITE.
           IF EVT-DADOS(1:9) = "CANCELADA"
               STRING "Comunicamos o cancelamento da reuniao do(a) "
                      "aluno(a) " EVT-CHAVE
                   DELIMITED BY SIZE INTO LINHA-CONVITE
               END-STRING
           ELSE
               STRING "Convidamos para reuniao sobre o(a) aluno(a) "
                      EVT-CHAVE
                   DELIMITED BY SIZE INTO LINHA-CONVITE
               END-STRING
           END-IF.
           WRITE LINHA-CONVITE.
           MOVE EVT-DADOS TO LINHA-CONVITE.
           WRITE LINHA-CONVITE.
           PERFORM REGISTRAR-PROTOCOLO-CARTA.
           IF WS-PRT-NUMERO NOT = ZERO
               MOVE WS-LINHA-PROTOCOLO TO LINHA-CONVITE
               WRITE LINHA-CONVITE
           END-IF.

       GERAR-CARTA-VACINACAO.
      * Carta ao responsavel da matricula em EVT-CHAVE: doses do
      * calendario vacinal atrasadas (listadas em EVT-DADOS) ou
      * carteira de vacinacao ainda nao apresentada a escola.
           ADD 1 TO WS-TOTAL-CARTAS-VAC.
           MOVE ALL "-" TO LINHA-CARTA-VAC.
           WRITE LINHA-CARTA-VAC.
           MOVE "N" TO WS-RSP-ACHADO.
           OPEN INPUT ARQUIVO-RESPONSAVEL.
           IF WS-STATUS-RSP = "00"
               MOVE FUNCTION NUMVAL(EVT-CHAVE) TO RSP-MATRICULA
               READ ARQUIVO-RESPONSAVEL KEY IS RSP-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-RSP-ACHADO
               END-READ
               CLOSE ARQUIVO-RESPONSAVEL
           END-IF.
           IF WS-RSP-ACHADO = "S"
               MOVE SPACES TO LINHA-CARTA-VAC
               STRING "AO(A) SR(A). " RSP-NOME
                   DELIMITED BY SIZE INTO LINHA-CARTA-VAC
               END-STRING
               WRITE LINHA-CARTA-VAC
               MOVE RSP-ENDERECO TO LINHA-CARTA-VAC
               WRITE LINHA-CARTA-VAC
           ELSE
               MOVE "AOS RESPONSAVEIS" TO LINHA-CARTA-VAC
               WRITE LINHA-CARTA-VAC
           END-IF.
           MOVE SPACES TO LINHA-CARTA-VAC.
           STRING "A carteira de vacinacao do(a) aluno(a) "
                  EVT-CHAVE " esta pendente:"
                  DELIMITED BY SIZE INTO LINHA-CARTA-VAC
           END-STRING.
           WRITE LINHA-CARTA-VAC.
           MOVE EVT-DADOS TO LINHA-CARTA-VAC.
           WRITE LINHA-CARTA-VAC.
           MOVE "Procure a unidade de saude e traga a carteira "
               TO LINHA-CARTA-VAC.
           MOVE "atualizada a secretaria." TO LINHA-CARTA-VAC(47:24).
           WRITE LINHA-CARTA-VAC.
           PERFORM REGISTRAR-PROTOCOLO-CARTA.
           IF WS-PRT-NUMERO NOT = ZERO
               MOVE WS-LINHA-PROTOCOLO TO LINHA-CARTA-VAC
               WRITE LINHA-CARTA-VAC
           END-IF.

       GERAR-CARTA-BOLSA.
      * Carta ao responsavel do bolsista em EVT-CHAVE: advertencia
      * por condicao da bolsa nao cumprida no bimestre (EVT-DADOS
      * com media, frequencia e ocorrencias graves) ou suspensao
      * confirmada pelo comite (EVT-DADOS comecando por SUSPENSA).
           ADD 1 TO WS-TOTAL-CARTAS-BOL.
           MOVE ALL "-" TO LINHA-CARTA-BOL.
           WRITE LINHA-CARTA-BOL.
           MOVE "N" TO WS-RSP-ACHADO.
           OPEN INPUT ARQUIVO-RESPONSAVEL.
           IF WS-STATUS-RSP = "00"
               MOVE FUNCTION NUMVAL(EVT-CHAVE) TO RSP-MATRICULA
               READ ARQUIVO-RESPONSAVEL KEY IS RSP-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-RSP-ACHADO
               END-READ
               CLOSE ARQUIVO-RESPONSAVEL
           END-IF.
           IF WS-RSP-ACHADO = "S"
               MOVE SPACES TO LINHA-CARTA-BOL
               STRING "AO(A) SR(A). " RSP-NOME
                   DELIMITED BY SIZE INTO LINHA-CARTA-BOL
               END-STRING
               WRITE LINHA-CARTA-BOL
               MOVE RSP-ENDERECO TO LINHA-CARTA-BOL
               WRITE LINHA-CARTA-BOL
           ELSE
               MOVE "AOS RESPONSAVEIS" TO LINHA-CARTA-BOL
               WRITE LINHA-CARTA-BOL
           END-IF.
           MOVE SPACES TO LINHA-CARTA-BOL.
           IF EVT-DADOS(1:8) = "SUSPENSA"
               STRING "Comunicamos que a bolsa do(a) aluno(a) "
                      EVT-CHAVE " foi suspensa"
                   DELIMITED BY SIZE INTO LINHA-CARTA-BOL
               END-STRING
               WRITE LINHA-CARTA-BOL
               MOVE "pelo comite de bolsas, por condicoes nao "
                   TO LINHA-CARTA-BOL
               MOVE "cumpridas apos a advertencia."
                   TO LINHA-CARTA-BOL(42:29)
               WRITE LINHA-CARTA-BOL
               MOVE EVT-DADOS TO LINHA-CARTA-BOL
               WRITE LINHA-CARTA-BOL
               MOVE "As mensalidades seguintes serao cobradas pelo "
                   TO LINHA-CARTA-BOL
               MOVE "valor integral." TO LINHA-CARTA-BOL(47:15)
               WRITE LINHA-CARTA-BOL
           ELSE
               STRING "O(A) aluno(a) bolsista " EVT-CHAVE
                      " nao cumpriu as condicoes da bolsa:"
                   DELIMITED BY SIZE INTO LINHA-CARTA-BOL
               END-STRING
               WRITE LINHA-CARTA-BOL
               MOVE EVT-DADOS TO LINHA-CARTA-BOL
               WRITE LINHA-CARTA-BOL
               MOVE "Persistindo na proxima revisao, a bolsa sera "
                   TO LINHA-CARTA-BOL
               MOVE "proposta para suspensao."
                   TO LINHA-CARTA-BOL(46:24)
               WRITE LINHA-CARTA-BOL
           END-IF.
           PERFORM REGISTRAR-PROTOCOLO-CARTA.
           IF WS-PRT-NUMERO NOT = ZERO
               MOVE WS-LINHA-PROTOCOLO TO LINHA-CARTA-BOL
               WRITE LINHA-CARTA-BOL
           END-IF.

       GERAR-ORDEM.
           ADD 1 TO WS-TOTAL-ORDENS.
           END-PERFORM.
           CLOSE ARQUIVO-TEMP.
           CLOSE ARQUIVO-EVENTOS.

       GERAR-ALERTA-PORTARIA.
      * Alerta a coordenacao de retirada recusada na portaria
      * (EVT-CHAVE = matricula do aluno; EVT-DADOS traz hora, quem
      * tentou retirar, documento e motivo da recusa), com o
      * responsavel cadastrado para o contato com a familia.
           ADD 1 TO WS-TOTAL-ALERTAS-PORT.
           MOVE ALL "-" TO LINHA-ALERTA-PORT.
           WRITE LINHA-ALERTA-PORT.
           MOVE SPACES TO LINHA-ALERTA-PORT.
           STRING "A COORDENACAO - RETIRADA RECUSADA, ALUNO "
                  EVT-CHAVE " EM " EVT-DATA-HORA(1:8)
               DELIMITED BY SIZE INTO LINHA-ALERTA-PORT
           END-STRING.
           WRITE LINHA-ALERTA-PORT.
           MOVE SPACES TO LINHA-ALERTA-PORT.
           STRING "  " EVT-DADOS
               DELIMITED BY SIZE INTO LINHA-ALERTA-PORT
           END-STRING.
           WRITE LINHA-ALERTA-PORT.
           MOVE "N" TO WS-RSP-ACHADO.
           OPEN INPUT ARQUIVO-RESPONSAVEL.
           IF WS-STATUS-RSP = "00"
               MOVE FUNCTION NUMVAL(EVT-CHAVE) TO RSP-MATRICULA
               READ ARQUIVO-RESPONSAVEL KEY IS RSP-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-RSP-ACHADO
               END-READ
               CLOSE ARQUIVO-RESPONSAVEL
           END-IF.
           MOVE SPACES TO LINHA-ALERTA-PORT.
           IF WS-RSP-ACHADO = "S"
               STRING "  Responsavel: " RSP-NOME " TEL " RSP-TELEFONE
                   DELIMITED BY SIZE INTO LINHA-ALERTA-PORT
               END-STRING
           ELSE
               MOVE "  Responsavel nao cadastrado."
                   TO LINHA-ALERTA-PORT
           END-IF.
           WRITE LINHA-ALERTA-PORT.

       GERAR-ALERTA-OUVIDORIA.
      * Alerta ao setor de protocolo de ouvidoria vencido sem
      * fechamento (EVT-CHAVE = numero do protocolo; EVT-DADOS traz
      * setor, categoria, prazo e matricula).
           ADD 1 TO WS-TOTAL-ALERTAS-OUV.
           MOVE ALL "-" TO LINHA-ALERTA-OUV.
           WRITE LINHA-ALERTA-OUV.
           MOVE SPACES TO LINHA-ALERTA-OUV.
           STRING "AO SETOR " EVT-DADOS(1:12) " - PROTOCOLO DE "
                  "OUVIDORIA " EVT-CHAVE " VENCIDO"
               DELIMITED BY SIZE INTO LINHA-ALERTA-OUV
           END-STRING.
           WRITE LINHA-ALERTA-OUV.
           MOVE SPACES TO LINHA-ALERTA-OUV.
           STRING "  " EVT-DADOS
               DELIMITED BY SIZE INTO LINHA-ALERTA-OUV
           END-STRING.
           WRITE LINHA-ALERTA-OUV.
           MOVE "  Responder ao requerente e registrar no protocolo."
               TO LINHA-ALERTA-OUV.
           WRITE LINHA-ALERTA-OUV.

       ENVIAR-SMS.
      * WS-CARTA-DEVIDA fica "N" so quando o SMS substitui a carta.
      * Evento que volta a fila por SMS falho (mesmo tipo, chave e
      * dados de uma mensagem F) nao gera outro SMS: a mensagem
      * passa a C e a carta sai.
           MOVE "S" TO WS-CARTA-DEVIDA.
           IF WS-MENSAGENS-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-MODELO.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               IF WS-MOD-TIPO(WS-M) = EVT-TIPO
                   MOVE WS-M TO WS-MODELO
               END-IF
           END-PERFORM.
           IF WS-MODELO = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(EVT-CHAVE) TO WS-MATRICULA-EVT.
           PERFORM PROCURAR-SMS-FALHO.
           IF WS-FIM-MENSAGENS = "F"
               ADD 1 TO WS-TOTAL-CARTAS-RETORNO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-RSP-ACHADO.
           OPEN INPUT ARQUIVO-RESPONSAVEL.
           IF WS-STATUS-RSP = "00"
               MOVE WS-MATRICULA-EVT TO RSP-MATRICULA
               READ ARQUIVO-RESPONSAVEL KEY IS RSP-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-RSP-ACHADO
               END-READ
               CLOSE ARQUIVO-RESPONSAVEL
           END-IF.
           MOVE "N" TO WS-TEL-VALIDO.
           IF WS-RSP-ACHADO = "S"
               CALL "VALIDARTELEFONE" USING RSP-TELEFONE
                   WS-TEL-NUMERO WS-TEL-VALIDO
           END-IF.
           IF WS-TEL-VALIDO NOT = "S"
               ADD 1 TO WS-TOTAL-SEM-CONTATO
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE REG-MENSAGEM.
           MOVE WS-PROXIMA-MENSAGEM TO MSG-NUMERO.
           MOVE WS-MATRICULA-EVT TO MSG-MATRICULA.
           MOVE EVT-TIPO TO MSG-TIPO.
           MOVE EVT-CHAVE TO MSG-EVT-CHAVE.
           MOVE EVT-DADOS TO MSG-EVT-DADOS.
           MOVE WS-TEL-NUMERO TO MSG-TELEFONE.
           MOVE WS-MOD-SUBSTITUI(WS-MODELO) TO MSG-SUBSTITUI-CARTA.
           STRING WS-MOD-ANTES(WS-MODELO) DELIMITED BY "  "
                  " " EVT-CHAVE DELIMITED BY SPACE
                  " - " EVT-DADOS DELIMITED BY "  "
                  ". " WS-MOD-DEPOIS(WS-MODELO) DELIMITED BY "  "
               INTO MSG-TEXTO
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SMS.
           MOVE WS-DATA-HORA-SMS(1:8) TO MSG-DATA-ENVIO.
           SET MSG-ENVIADA TO TRUE.
           WRITE REG-MENSAGEM
               INVALID KEY
                   DISPLAY "Erro ao gravar mensagem " MSG-NUMERO
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-PROXIMA-MENSAGEM.
           ADD 1 TO WS-TOTAL-MENSAGENS.
           MOVE SPACES TO LINHA-ENVIO-SMS.
           STRING MSG-NUMERO ";" MSG-TELEFONE DELIMITED BY SPACE
                  ";" MSG-TEXTO DELIMITED BY SIZE
               INTO LINHA-ENVIO-SMS
           END-STRING.
           WRITE LINHA-ENVIO-SMS.
           IF MSG-SUBSTITUI-CARTA = "S"
               MOVE "N" TO WS-CARTA-DEVIDA
           END-IF.

       PROCURAR-SMS-FALHO.
      * Mensagens do aluno pela chave alternada; WS-FIM-MENSAGENS
      * volta "F" quando acha a falha deste evento (ja marcada C).
           MOVE "N" TO WS-FIM-MENSAGENS.
           MOVE WS-MATRICULA-EVT TO MSG-MATRICULA.
           START ARQUIVO-MENSAGEM KEY IS = MSG-MATRICULA
               INVALID KEY
                   MOVE "S" TO WS-FIM-MENSAGENS
           END-START.
           PERFORM UNTIL WS-FIM-MENSAGENS NOT = "N"
               READ ARQUIVO-MENSAGEM NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-MENSAGENS
                   NOT AT END
                       IF MSG-MATRICULA NOT = WS-MATRICULA-EVT
                           MOVE "S" TO WS-FIM-MENSAGENS
                       ELSE
                           IF MSG-FALHOU
                                   AND MSG-TIPO = EVT-TIPO
                                   AND MSG-EVT-CHAVE = EVT-CHAVE
                                   AND MSG-EVT-DADOS = EVT-DADOS
                               SET MSG-CARTA-GERADA TO TRUE
                               REWRITE REG-MENSAGEM
                                   INVALID KEY
                                       CONTINUE
                               END-REWRITE
                               MOVE "F" TO WS-FIM-MENSAGENS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
