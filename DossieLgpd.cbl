       IDENTIFICATION DIVISION.
           PROGRAM-ID. DOSSIELGPD.
           AUTHOR. Alexandre S S Alves.

      * Atendimento ao titular pela LGPD: o responsavel pede tudo o
      * que a escola guarda sobre o aluno e a resposta tem de sair
      * em 15 dias. A solicitacao entra no registro
      * (solicitacoes_lgpd.idx) com o prazo; a emissao reune, numa
      * passada so, todo registro ligado a matricula -- cadastro,
      * notas (mestre, historico de importacao, por disciplina e
      * conceitos), dependencias, avaliacoes externas, frequencia
      * diaria e por aula, atestados, ocorrencias, ficha de saude,
      * vacinacao e atendimento especializado (AEE), responsavel,
      * Bolsa Familia (NIS), autorizados a retirar, documentos e
      * declaracoes emitidas, mensalidades, acordos, caixa, taxas
      * avulsas, conta e movimentos da cantina, biblioteca, livros
      * didaticos, transporte, portaria, passeios, contraturno,
      * historico do indice de risco, protocolos de ciencia,
      * ouvidoria, pedidos do portal dos pais, SMS enviados a
      * familia, logs de auditoria, acessos a dados sensiveis e fila
      * de eventos -- e imprime o dossie em secoes, com carta de
      * apresentacao, em dossie_lgpd_NNNNN.rel. A ficha da
      * orientacao educacional e sigilosa: o dossie so aponta
      * quantos casos existem e que o conteudo e entregue pela
      * propria orientacao. A entrega fica registrada com data e
      * quem recebeu; a lista de solicitacoes em aberto acusa as que
      * passaram do prazo. A leitura da ficha de saude, do AEE e das
      * ocorrencias para o dossie fica no log de acessos a dados
      * sensiveis (REGISTRARACESSO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-SOLICITACAO ASSIGN TO "solicitacoes_lgpd.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGP-NUMERO
               FILE STATUS IS WS-STATUS-LGP.
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
               FILE STATUS IS WS-STATUS-MST.
           SELECT ARQUIVO-NOTAS-HIST ASSIGN TO "notas_historico.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NH.
           SELECT ARQUIVO-NOTAS-DISC ASSIGN TO "notas_disciplina.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ND-CHAVE
               FILE STATUS IS WS-STATUS-ND.
           SELECT ARQUIVO-FREQUENCIA ASSIGN TO "frequencia.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FRQ.
           SELECT ARQUIVO-PRESENCA ASSIGN TO "presenca_aula.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAU.
           SELECT ARQUIVO-ATESTADO ASSIGN TO "atestados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ATT.
           SELECT ARQUIVO-OCORRENCIA ASSIGN TO "ocorrencias.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCO-CHAVE
               FILE STATUS IS WS-STATUS-OCO.
           SELECT ARQUIVO-SAUDE ASSIGN TO "ficha_saude.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAU-MATRICULA
               FILE STATUS IS WS-STATUS-SAU.
           SELECT ARQUIVO-VACINACAO ASSIGN TO "vacinacao.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAC-MATRICULA
               FILE STATUS IS WS-STATUS-VAC.
           SELECT ARQUIVO-RESPONSAVEL ASSIGN TO "responsaveis.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS WS-STATUS-RSP.
           SELECT ARQUIVO-RETIRADA ASSIGN TO "retirada.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CHAVE
               FILE STATUS IS WS-STATUS-RET.
           SELECT ARQUIVO-DOCUMENTO ASSIGN TO "documentos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-CHAVE
               FILE STATUS IS WS-STATUS-DOC.
           SELECT ARQUIVO-MENSALIDADE ASSIGN TO "mensalidades.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WS-STATUS-MEN.
           SELECT ARQUIVO-ACORDO ASSIGN TO "acordos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-NUMERO
               FILE STATUS IS WS-STATUS-ACD.
           SELECT ARQUIVO-CAIXA ASSIGN TO "caixa_diario.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CXA.
           SELECT ARQUIVO-TAXA ASSIGN TO "taxas_avulsas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-NUMERO
               FILE STATUS IS WS-STATUS-TAX.
           SELECT ARQUIVO-EMPRESTIMO ASSIGN TO "emprestimos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WS-STATUS-EMP.
           SELECT ARQUIVO-ENTREGA ASSIGN TO "livros_entregues.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDE-CHAVE
               FILE STATUS IS WS-STATUS-LDE.
           SELECT ARQUIVO-ROTA-ALUNO ASSIGN TO "rota_alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAL-MATRICULA
               FILE STATUS IS WS-STATUS-RAL.
           SELECT ARQUIVO-PORTARIA ASSIGN TO "portaria.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-CHAVE
               FILE STATUS IS WS-STATUS-POR.
           SELECT ARQUIVO-INSCRICAO-PASSEIO
               ASSIGN TO "inscricoes_passeio.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPS-CHAVE
               FILE STATUS IS WS-STATUS-IPS.
           SELECT ARQUIVO-CASO ASSIGN TO "casos_orientacao.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-NUMERO
               FILE STATUS IS WS-STATUS-CAS.
           SELECT ARQUIVO-AEE ASSIGN TO "aee.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AEE-MATRICULA
               FILE STATUS IS WS-STATUS-AEE.
           SELECT ARQUIVO-BOLSA ASSIGN TO "bolsa_familia.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BFA-MATRICULA
               FILE STATUS IS WS-STATUS-BFA.
           SELECT ARQUIVO-DEPENDENCIA ASSIGN TO "dependencias.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-STATUS-DEP.
           SELECT ARQUIVO-CONCEITOS ASSIGN TO "conceitos_aluno.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNC-CHAVE
               FILE STATUS IS WS-STATUS-CNC.
           SELECT ARQUIVO-RISCO ASSIGN TO "risco_historico.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIS-CHAVE
               FILE STATUS IS WS-STATUS-RIS.
           SELECT ARQUIVO-CONTA-CANTINA ASSIGN TO "cantina_contas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTC-MATRICULA
               FILE STATUS IS WS-STATUS-CTC.
           SELECT ARQUIVO-MOV-CANTINA
               ASSIGN TO "cantina_movimentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MVC.
           SELECT ARQUIVO-CONTRATURNO
               ASSIGN TO "contraturno_inscricoes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICT-CHAVE
               ALTERNATE RECORD KEY IS ICT-ATIVIDADE-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ICT.
           SELECT ARQUIVO-MENSAGEM ASSIGN TO "mensagens.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-NUMERO
               ALTERNATE RECORD KEY IS MSG-MATRICULA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MSG.
           SELECT ARQUIVO-PROTOCOLO ASSIGN TO "protocolos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-NUMERO
               FILE STATUS IS WS-STATUS-PRT.
           SELECT ARQUIVO-OUVIDORIA ASSIGN TO "ouvidoria.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUV-NUMERO
               ALTERNATE RECORD KEY IS OUV-MATRICULA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-OUV.
           SELECT ARQUIVO-AVALIACAO ASSIGN TO "avaliacoes_externas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVX-CHAVE
               FILE STATUS IS WS-STATUS-AVX.
           SELECT ARQUIVO-DECLARACAO
               ASSIGN TO "declaracoes_emitidas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DCL.
           SELECT ARQUIVO-PORTAL
               ASSIGN TO "solicitacoes_portal.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOP-NUMERO
               ALTERNATE RECORD KEY IS SOP-ID-PORTAL
               FILE STATUS IS WS-STATUS-SOP.
           SELECT ARQUIVO-ACESSO ASSIGN TO "acessos_sensiveis.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ACS.
           SELECT ARQUIVO-AUDITORIA
               ASSIGN TO DYNAMIC WS-NOME-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
           SELECT ARQUIVO-EVENTOS ASSIGN TO "eventos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EVT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-SOLICITACAO.
           COPY "RegistroSolicitacaoLgpd.cpy".

       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-MASTER.
           COPY "RegistroNotaMaster.cpy".

       FD  ARQUIVO-NOTAS-HIST.
       01 REG-NOTA-HIST.
           05 NH-MATRICULA PIC 9(5).
           05 NH-ANO-LETIVO PIC 9(4).
           05 NH-NOME PIC X(20).
           05 NH-NOTA-1 PIC 9(3)V9(2).
           05 NH-NOTA-2 PIC 9(3)V9(2).
           05 NH-NOTA-3 PIC 9(3)V9(2).
           05 NH-MEDIA PIC 9(3)V9(2).
           05 NH-RESULTADO PIC X(20).
           05 NH-DATA-HORA PIC X(20).

       FD  ARQUIVO-NOTAS-DISC.
           COPY "RegistroNotaDisciplina.cpy".

       FD  ARQUIVO-FREQUENCIA.
           COPY "RegistroFrequencia.cpy".

       FD  ARQUIVO-PRESENCA.
           COPY "RegistroPresencaAula.cpy".

       FD  ARQUIVO-ATESTADO.
           COPY "RegistroAtestado.cpy".

       FD  ARQUIVO-OCORRENCIA.
           COPY "RegistroOcorrencia.cpy".

       FD  ARQUIVO-SAUDE.
           COPY "RegistroSaude.cpy".

       FD  ARQUIVO-VACINACAO.
           COPY "RegistroVacinacao.cpy".

       FD  ARQUIVO-RESPONSAVEL.
           COPY "RegistroResponsavel.cpy".

       FD  ARQUIVO-RETIRADA.
           COPY "RegistroRetirada.cpy".

       FD  ARQUIVO-DOCUMENTO.
           COPY "RegistroDocumento.cpy".

       FD  ARQUIVO-MENSALIDADE.
           COPY "RegistroMensalidade.cpy".

       FD  ARQUIVO-ACORDO.
           COPY "RegistroAcordo.cpy".

       FD  ARQUIVO-CAIXA.
           COPY "RegistroCaixa.cpy".

       FD  ARQUIVO-TAXA.
           COPY "RegistroTaxa.cpy".

       FD  ARQUIVO-EMPRESTIMO.
           COPY "RegistroEmprestimo.cpy".

       FD  ARQUIVO-ENTREGA.
           COPY "RegistroLivroEntregue.cpy".

       FD  ARQUIVO-ROTA-ALUNO.
           COPY "RegistroRotaAluno.cpy".

       FD  ARQUIVO-PORTARIA.
           COPY "RegistroPortaria.cpy".

       FD  ARQUIVO-INSCRICAO-PASSEIO.
           COPY "RegistroInscricaoPasseio.cpy".

       FD  ARQUIVO-CASO.
           COPY "RegistroCasoOrientacao.cpy".

       FD  ARQUIVO-AEE.
           COPY "RegistroAee.cpy".

       FD  ARQUIVO-BOLSA.
           COPY "RegistroBolsaFamilia.cpy".

       FD  ARQUIVO-DEPENDENCIA.
           COPY "RegistroDependencia.cpy".

       FD  ARQUIVO-CONCEITOS.
           COPY "RegistroConceito.cpy".

       FD  ARQUIVO-RISCO.
           COPY "RegistroRisco.cpy".

       FD  ARQUIVO-CONTA-CANTINA.
           COPY "RegistroContaCantina.cpy".

       FD  ARQUIVO-MOV-CANTINA.
           COPY "RegistroMovCantina.cpy".

       FD  ARQUIVO-CONTRATURNO.
           COPY "RegistroInscricaoContraturno.cpy".

       FD  ARQUIVO-MENSAGEM.
           COPY "RegistroMensagem.cpy".

       FD  ARQUIVO-PROTOCOLO.
           COPY "RegistroProtocolo.cpy".

       FD  ARQUIVO-OUVIDORIA.
           COPY "RegistroOuvidoria.cpy".

       FD  ARQUIVO-AVALIACAO.
           COPY "RegistroAvaliacaoExterna.cpy".

       FD  ARQUIVO-DECLARACAO.
           COPY "RegistroDeclaracao.cpy".

       FD  ARQUIVO-PORTAL.
           COPY "RegistroSolicitacaoPortal.cpy".

       FD  ARQUIVO-ACESSO.
           COPY "RegistroAcessoSensivel.cpy".

       FD  ARQUIVO-AUDITORIA.
       01 REG-AUDITORIA.
           05 AUD-MATRICULA     PIC X(8).
           05 AUD-OPERACAO      PIC X(10).
           05 AUD-VALOR-ANTIGO  PIC X(60).
           05 AUD-VALOR-NOVO    PIC X(60).
           05 AUD-DATA-HORA     PIC X(20).
           05 AUD-OPERADOR      PIC X(8).

       FD  ARQUIVO-EVENTOS.
           COPY "RegistroEvento.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9(1).
       01 WS-STATUS-LGP PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-MST PIC X(2).
       01 WS-STATUS-NH PIC X(2).
       01 WS-STATUS-ND PIC X(2).
       01 WS-STATUS-FRQ PIC X(2).
       01 WS-STATUS-PAU PIC X(2).
       01 WS-STATUS-ATT PIC X(2).
       01 WS-STATUS-OCO PIC X(2).
       01 WS-STATUS-SAU PIC X(2).
       01 WS-STATUS-VAC PIC X(2).
       01 WS-STATUS-RSP PIC X(2).
       01 WS-STATUS-RET PIC X(2).
       01 WS-STATUS-DOC PIC X(2).
       01 WS-STATUS-MEN PIC X(2).
       01 WS-STATUS-ACD PIC X(2).
       01 WS-STATUS-CXA PIC X(2).
       01 WS-STATUS-TAX PIC X(2).
       01 WS-STATUS-EMP PIC X(2).
       01 WS-STATUS-LDE PIC X(2).
       01 WS-STATUS-RAL PIC X(2).
       01 WS-STATUS-POR PIC X(2).
       01 WS-STATUS-IPS PIC X(2).
       01 WS-STATUS-CAS PIC X(2).
       01 WS-STATUS-AEE PIC X(2).
       01 WS-STATUS-BFA PIC X(2).
       01 WS-STATUS-DEP PIC X(2).
       01 WS-STATUS-CNC PIC X(2).
       01 WS-STATUS-RIS PIC X(2).
       01 WS-STATUS-CTC PIC X(2).
       01 WS-STATUS-MVC PIC X(2).
       01 WS-STATUS-ICT PIC X(2).
       01 WS-STATUS-MSG PIC X(2).
       01 WS-STATUS-PRT PIC X(2).
       01 WS-STATUS-OUV PIC X(2).
       01 WS-STATUS-AVX PIC X(2).
       01 WS-STATUS-DCL PIC X(2).
       01 WS-STATUS-SOP PIC X(2).
       01 WS-STATUS-ACS PIC X(2).
       01 WS-STATUS-AUD PIC X(2).
       01 WS-STATUS-EVT PIC X(2).
       01 WS-NOME-LOG PIC X(30).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-OK PIC X.
       01 WS-RESPOSTA PIC X.
       01 WS-NUMERO PIC 9(5).
       01 WS-MATRICULA PIC 9(5).
       01 WS-MATRICULA-X PIC X(5).
       01 WS-NOME-ALUNO PIC X(20).
       01 WS-TURMA-ALUNO PIC X(10).
       01 WS-I PIC 9(2).
       01 WS-COL PIC 9(2).
       01 WS-SECAO PIC 9(2).
       01 WS-SECAO-TITULO PIC X(50).
       01 WS-QTD-SECAO PIC 9(5).
       01 WS-TOTAL-REGISTROS PIC 9(6).
       01 WS-TOTAL-LISTADO PIC 9(4).
       01 WS-TOTAL-ATRASADAS PIC 9(4).
       01 WS-DATA-ENTRADA PIC 9(8).
       01 WS-DATA-ED PIC X(10).
       01 WS-DATA-ED2 PIC X(10).
       01 WS-ED-VALOR PIC ZZZZZZ9.99.
       01 WS-ED-NOTA PIC ZZ9.99.
       01 WS-ED-NOTA2 PIC ZZ9.99.
       01 WS-ED-NOTA3 PIC ZZ9.99.
       01 WS-ED-MEDIA PIC ZZ9.99.
       01 WS-ACS-TIPO PIC X(1).
       01 WS-ACS-PROGRAMA PIC X(16) VALUE "DOSSIELGPD".
       01 WS-REL-NOME PIC X(30).
       01 WS-REL-TITULO PIC X(40)
           VALUE "DOSSIE DE DADOS PESSOAIS (LGPD)".
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Solicitacoes do Titular (LGPD)  ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Registrar Solicitacao         ".
           DISPLAY "2 -  Emitir Dossie                 ".
           DISPLAY "3 -  Registrar Entrega             ".
           DISPLAY "4 -  Solicitacoes Pendentes        ".
           DISPLAY "5 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM REGISTRAR-SOLICITACAO
               WHEN 2
                   PERFORM EMITIR-DOSSIE
               WHEN 3
                   PERFORM REGISTRAR-ENTREGA
               WHEN 4
                   PERFORM LISTAR-PENDENTES
               WHEN 5
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

       OBTER-HOJE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.

       VERIFICAR-PERFIL.
           IF WS-PERFIL-SESSAO = "C" OR WS-PERFIL-SESSAO = "O"
               DISPLAY "Perfil de consulta: operacao nao permitida."
               PERFORM PRINCIPAL
           END-IF.

       FORMATAR-DATA.
      * WS-DATA-ENTRADA (AAAAMMDD) em WS-DATA-ED (DD/MM/AAAA).
           MOVE SPACES TO WS-DATA-ED.
           IF WS-DATA-ENTRADA NOT = ZERO
               STRING WS-DATA-ENTRADA(7:2) "/" WS-DATA-ENTRADA(5:2)
                      "/" WS-DATA-ENTRADA(1:4)
                   DELIMITED BY SIZE INTO WS-DATA-ED
               END-STRING
           END-IF.

       ABRIR-SOLICITACOES.
           OPEN I-O ARQUIVO-SOLICITACAO.
           EVALUATE WS-STATUS-LGP
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-SOLICITACAO
                   CLOSE ARQUIVO-SOLICITACAO
                   OPEN I-O ARQUIVO-SOLICITACAO
               WHEN OTHER
                   DISPLAY "Erro ao abrir solicitacoes_lgpd.idx. "
                       "STATUS=" WS-STATUS-LGP
           END-EVALUATE.

       LER-SOLICITACAO.
      * Pede o numero e deixa a solicitacao em REG-SOLICITACAO-LGPD
      * com WS-OK = "S". Arquivo ja aberto.
           MOVE "N" TO WS-OK.
           DISPLAY "Numero da Solicitacao: ".
           ACCEPT WS-NUMERO.
           MOVE WS-NUMERO TO LGP-NUMERO.
           READ ARQUIVO-SOLICITACAO KEY IS LGP-NUMERO
               INVALID KEY
                   DISPLAY "Solicitacao nao encontrada."
               NOT INVALID KEY
                   MOVE "S" TO WS-OK
                   MOVE LGP-PRAZO TO WS-DATA-ENTRADA
                   PERFORM FORMATAR-DATA
                   DISPLAY "Matricula " LGP-MATRICULA
                       "  Solicitante: " LGP-SOLICITANTE
                   DISPLAY "Prazo: " WS-DATA-ED
                       "  Situacao: " LGP-SITUACAO
           END-READ.

       LER-ALUNO.
      * Devolve WS-OK = "S" com o registro do aluno WS-MATRICULA.
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
                       MOVE "S" TO WS-OK
                       MOVE NOME-ALUNO TO WS-NOME-ALUNO
                       MOVE TURMA TO WS-TURMA-ALUNO
                   END-IF
           END-READ.
           CLOSE ARQUIVO-ALUNOS.

       REGISTRAR-SOLICITACAO.
           PERFORM VERIFICAR-PERFIL.
           PERFORM OBTER-HOJE.
           DISPLAY "Matricula do Aluno: ".
           ACCEPT WS-MATRICULA.
           PERFORM LER-ALUNO.
           IF WS-OK NOT = "S"
               DISPLAY "Matricula nao encontrada."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Aluno: " WS-NOME-ALUNO "  Turma: " WS-TURMA-ALUNO.
           PERFORM ABRIR-SOLICITACOES.
           IF WS-STATUS-LGP NOT = "00"
               PERFORM PRINCIPAL
           END-IF.
      * Numero sequencial: o maior gravado mais um.
           MOVE ZERO TO WS-NUMERO.
           MOVE ZERO TO LGP-NUMERO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START ARQUIVO-SOLICITACAO KEY IS NOT LESS THAN LGP-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-SOLICITACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE LGP-NUMERO TO WS-NUMERO
               END-READ
           END-PERFORM.
           INITIALIZE REG-SOLICITACAO-LGPD.
           ADD 1 TO WS-NUMERO.
           MOVE WS-NUMERO TO LGP-NUMERO.
           MOVE WS-MATRICULA TO LGP-MATRICULA.
           DISPLAY "Nome do solicitante: ".
           ACCEPT LGP-SOLICITANTE.
           DISPLAY "Documento do solicitante: ".
           ACCEPT LGP-DOCUMENTO.
           DISPLAY "Data da solicitacao (AAAAMMDD, vazio = hoje): ".
           ACCEPT LGP-DATA-SOLICITACAO.
           IF LGP-DATA-SOLICITACAO = ZERO
               MOVE WS-HOJE TO LGP-DATA-SOLICITACAO
           END-IF.
           IF LGP-SOLICITANTE = SPACES
               DISPLAY "Solicitante obrigatorio."
               CLOSE ARQUIVO-SOLICITACAO
               PERFORM PRINCIPAL
           END-IF.
      * Prazo legal de 15 dias corridos a partir do pedido.
           COMPUTE LGP-PRAZO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(LGP-DATA-SOLICITACAO) + 15).
           SET LGP-ABERTA TO TRUE.
           MOVE WS-OPERADOR-SESSAO TO LGP-OPERADOR.
           WRITE REG-SOLICITACAO-LGPD
               INVALID KEY
                   DISPLAY "Erro ao gravar solicitacao " LGP-NUMERO
               NOT INVALID KEY
                   MOVE LGP-PRAZO TO WS-DATA-ENTRADA
                   PERFORM FORMATAR-DATA
                   DISPLAY "Solicitacao " LGP-NUMERO
                       " registrada. Prazo de resposta: " WS-DATA-ED
           END-WRITE.
           CLOSE ARQUIVO-SOLICITACAO.
           PERFORM PRINCIPAL.

       EMITIR-DOSSIE.
           PERFORM VERIFICAR-PERFIL.
           PERFORM OBTER-HOJE.
           PERFORM ABRIR-SOLICITACOES.
           IF WS-STATUS-LGP NOT = "00"
               PERFORM PRINCIPAL
           END-IF.
           PERFORM LER-SOLICITACAO.
           IF WS-OK NOT = "S"
               CLOSE ARQUIVO-SOLICITACAO
               PERFORM PRINCIPAL
           END-IF.
           MOVE LGP-MATRICULA TO WS-MATRICULA.
           MOVE WS-MATRICULA TO WS-MATRICULA-X.
           PERFORM LER-ALUNO.
           MOVE ZERO TO WS-TOTAL-REGISTROS WS-SECAO.
           MOVE SPACES TO WS-REL-NOME.
           STRING "dossie_lgpd_" LGP-NUMERO ".rel"
               DELIMITED BY SIZE INTO WS-REL-NOME
           END-STRING.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           PERFORM CARTA-APRESENTACAO.
           PERFORM SECAO-CADASTRO.
           PERFORM SECAO-NOTAS-MASTER.
           PERFORM SECAO-NOTAS-HISTORICO.
           PERFORM SECAO-NOTAS-DISCIPLINA.
           PERFORM SECAO-CONCEITOS.
           PERFORM SECAO-DEPENDENCIAS.
           PERFORM SECAO-AVALIACOES-EXTERNAS.
           PERFORM SECAO-FREQUENCIA.
           PERFORM SECAO-PRESENCA-AULA.
           PERFORM SECAO-ATESTADOS.
           PERFORM SECAO-OCORRENCIAS.
           PERFORM SECAO-SAUDE.
           PERFORM SECAO-VACINACAO.
           PERFORM SECAO-AEE.
           PERFORM SECAO-RESPONSAVEL.
           PERFORM SECAO-BOLSA-FAMILIA.
           PERFORM SECAO-RETIRADA.
           PERFORM SECAO-DOCUMENTOS.
           PERFORM SECAO-DECLARACOES.
           PERFORM SECAO-MENSALIDADES.
           PERFORM SECAO-ACORDOS.
           PERFORM SECAO-CAIXA.
           PERFORM SECAO-TAXAS.
           PERFORM SECAO-CONTA-CANTINA.
           PERFORM SECAO-MOV-CANTINA.
           PERFORM SECAO-EMPRESTIMOS.
           PERFORM SECAO-LIVROS.
           PERFORM SECAO-TRANSPORTE.
           PERFORM SECAO-PORTARIA.
           PERFORM SECAO-PASSEIOS.
           PERFORM SECAO-CONTRATURNO.
           PERFORM SECAO-ORIENTACAO.
           PERFORM SECAO-RISCO.
           PERFORM SECAO-PROTOCOLOS.
           PERFORM SECAO-OUVIDORIA.
           PERFORM SECAO-PORTAL.
           PERFORM SECAO-MENSAGENS.
           MOVE "aluno_auditoria.log" TO WS-NOME-LOG.
           MOVE "AUDITORIA DO CADASTRO (aluno_auditoria.log)"
               TO WS-SECAO-TITULO.
           PERFORM SECAO-AUDITORIA.
           MOVE "notas_auditoria.log" TO WS-NOME-LOG.
           MOVE "AUDITORIA DE NOTAS (notas_auditoria.log)"
               TO WS-SECAO-TITULO.
           PERFORM SECAO-AUDITORIA.
           PERFORM SECAO-ACESSOS.
           PERFORM SECAO-EVENTOS.
           MOVE ALL "=" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           STRING "FIM DO DOSSIE. SECOES: " WS-SECAO
                  "  REGISTROS REUNIDOS: " WS-TOTAL-REGISTROS
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".
           MOVE WS-HOJE TO LGP-DATA-EMISSAO.
           MOVE WS-TOTAL-REGISTROS TO LGP-REGISTROS.
           IF NOT LGP-ENTREGUE
               SET LGP-EMITIDA TO TRUE
           END-IF.
           REWRITE REG-SOLICITACAO-LGPD
               INVALID KEY
                   DISPLAY "Erro ao regravar a solicitacao."
           END-REWRITE.
           CLOSE ARQUIVO-SOLICITACAO.
           DISPLAY "Dossie gravado em " WS-REL-NOME.
           DISPLAY "Registros reunidos: " WS-TOTAL-REGISTROS.
           PERFORM PRINCIPAL.

       CARTA-APRESENTACAO.
           MOVE WS-HOJE TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           MOVE WS-DATA-ED TO WS-DATA-ED2.
           MOVE LGP-DATA-SOLICITACAO TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           STRING "EMITIDO EM " WS-DATA-ED2
                  "     SOLICITACAO No " LGP-NUMERO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-LINHA.
           STRING "A " LGP-SOLICITANTE " DOC. " LGP-DOCUMENTO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-LINHA.
           STRING "Em atencao a solicitacao recebida em " WS-DATA-ED
                  ", com base no art. 18"
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE "da Lei 13.709/2018 (LGPD), encaminhamos a relacao "
               TO WS-REL-LINHA.
           MOVE "completa dos dados" TO WS-REL-LINHA(51:18).
           PERFORM ESCREVER-LINHA.
           STRING "pessoais mantidos por esta escola sobre o aluno "
                  WS-NOME-ALUNO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           STRING "(matricula " WS-MATRICULA "), organizada por "
                  "arquivo de origem. Secao sem registros"
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE "indica que a escola nada guarda daquele tipo sobre "
               TO WS-REL-LINHA.
           MOVE "o aluno." TO WS-REL-LINHA(52:8).
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "Correcoes, complementacoes ou a eliminacao de dados "
               TO WS-REL-LINHA.
           MOVE "podem ser pedidas" TO WS-REL-LINHA(53:17).
           PERFORM ESCREVER-LINHA.
           MOVE "na secretaria, nos termos da mesma lei."
               TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "_____________________________________" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           STRING "Secretaria Escolar - operador " WS-OPERADOR-SESSAO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       ABRIR-SECAO.
           ADD 1 TO WS-SECAO.
           MOVE ZERO TO WS-QTD-SECAO.
           MOVE ALL "=" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           STRING WS-SECAO ". " WS-SECAO-TITULO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.

       FECHAR-SECAO.
           IF WS-QTD-SECAO = ZERO
               MOVE "  NENHUM REGISTRO." TO WS-REL-LINHA
           ELSE
               STRING "  REGISTROS NA SECAO: " WS-QTD-SECAO
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
           END-IF.
           PERFORM ESCREVER-LINHA.
           ADD WS-QTD-SECAO TO WS-TOTAL-REGISTROS.

       LINHA-DA-SECAO.
           ADD 1 TO WS-QTD-SECAO.
           PERFORM ESCREVER-LINHA.

       SECAO-CADASTRO.
           MOVE "CADASTRO DO ALUNO (alunos.idx)" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU = "00"
               MOVE WS-MATRICULA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTL-MARCADOR NOT = "TRL"
                           PERFORM IMPRIMIR-CADASTRO
                       END-IF
               END-READ
               CLOSE ARQUIVO-ALUNOS
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-CADASTRO.
           STRING "  MATRICULA " MATRICULA-ALUNO "  NOME " NOME-ALUNO
                  "  IDADE " IDADE-ALUNO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM LINHA-DA-SECAO.
           MOVE DATA-SITUACAO TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           STRING "  ANO LETIVO " ANO-LETIVO "  TURMA " TURMA
                  "  SITUACAO " SITUACAO-ALUNO " DESDE " WS-DATA-ED
                  "  UNIDADE " UNIDADE-ALUNO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE NOTA-1 TO WS-ED-NOTA.
           MOVE NOTA-2 TO WS-ED-NOTA2.
           MOVE NOTA-3 TO WS-ED-NOTA3.
           MOVE MEDIA TO WS-ED-MEDIA.
           STRING "  NOTAS " WS-ED-NOTA " " WS-ED-NOTA2 " "
                  WS-ED-NOTA3 "  MEDIA " WS-ED-MEDIA "  " RESULTADO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       SECAO-NOTAS-MASTER.
           MOVE "NOTAS POR ANO LETIVO (notas_master.idx)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-MASTER.
           IF WS-STATUS-MST = "00"
               MOVE WS-MATRICULA TO NM-MATRICULA
               MOVE ZERO TO NM-ANO-LETIVO
               MOVE "N" TO WS-FIM-ARQUIVO
               START ARQUIVO-MASTER KEY IS >= NM-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-MASTER NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF NM-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               PERFORM IMPRIMIR-NOTA-MASTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MASTER
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-NOTA-MASTER.
           MOVE NM-NOTA-1 TO WS-ED-NOTA.
           MOVE NM-NOTA-2 TO WS-ED-NOTA2.
           MOVE NM-NOTA-3 TO WS-ED-NOTA3.
           MOVE NM-MEDIA TO WS-ED-MEDIA.
           STRING "  " NM-ANO-LETIVO "  " WS-ED-NOTA " " WS-ED-NOTA2
                  " " WS-ED-NOTA3 "  MEDIA " WS-ED-MEDIA "  "
                  NM-RESULTADO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM LINHA-DA-SECAO.

       SECAO-NOTAS-HISTORICO.
           MOVE "VALORES DE NOTA SUBSTITUIDOS (notas_historico.dat)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-NOTAS-HIST.
           IF WS-STATUS-NH = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-NOTAS-HIST
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF NH-MATRICULA = WS-MATRICULA
                               PERFORM IMPRIMIR-NOTA-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-NOTAS-HIST
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-NOTA-HISTORICO.
           MOVE NH-NOTA-1 TO WS-ED-NOTA.
           MOVE NH-NOTA-2 TO WS-ED-NOTA2.
           MOVE NH-NOTA-3 TO WS-ED-NOTA3.
           MOVE NH-MEDIA TO WS-ED-MEDIA.
           STRING "  " NH-ANO-LETIVO "  " WS-ED-NOTA " " WS-ED-NOTA2
                  " " WS-ED-NOTA3 "  MEDIA " WS-ED-MEDIA
                  "  EM " NH-DATA-HORA(1:8)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM LINHA-DA-SECAO.

       SECAO-NOTAS-DISCIPLINA.
           MOVE "NOTAS POR DISCIPLINA (notas_disciplina.idx)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-NOTAS-DISC.
           IF WS-STATUS-ND = "00"
               MOVE LOW-VALUES TO ND-CHAVE
               MOVE WS-MATRICULA TO ND-MATRICULA
               MOVE ZERO TO ND-ANO-LETIVO
               MOVE "N" TO WS-FIM-ARQUIVO
               START ARQUIVO-NOTAS-DISC KEY IS >= ND-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-NOTAS-DISC NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF ND-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               PERFORM IMPRIMIR-NOTA-DISCIPLINA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-NOTAS-DISC
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-NOTA-DISCIPLINA.
           MOVE ND-NOTA-1 TO WS-ED-NOTA.
           MOVE ND-NOTA-2 TO WS-ED-NOTA2.
           MOVE ND-NOTA-3 TO WS-ED-NOTA3.
           MOVE ND-MEDIA TO WS-ED-MEDIA.
           STRING "  " ND-ANO-LETIVO " " ND-DISCIPLINA " B"
                  ND-BIMESTRE " " WS-ED-NOTA " " WS-ED-NOTA2 " "
                  WS-ED-NOTA3 " MEDIA " WS-ED-MEDIA " " ND-ORIGEM
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM LINHA-DA-SECAO.

       SECAO-FREQUENCIA.
      * Um dia por registro: cinco dias por linha, data e S/N.
           MOVE "FREQUENCIA DIARIA (frequencia.dat)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE ZERO TO WS-COL.
           OPEN INPUT ARQUIVO-FREQUENCIA.
           IF WS-STATUS-FRQ = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-FREQUENCIA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF FRQ-MATRICULA = WS-MATRICULA
                               PERFORM IMPRIMIR-FREQUENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-FREQUENCIA
           END-IF.
           IF WS-COL > ZERO
               PERFORM ESCREVER-LINHA
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-FREQUENCIA.
           ADD 1 TO WS-QTD-SECAO.
           MOVE FRQ-DATA TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           COMPUTE WS-I = WS-COL * 15 + 3.
           MOVE WS-DATA-ED TO WS-REL-LINHA(WS-I:10).
           MOVE FRQ-PRESENTE TO WS-REL-LINHA(WS-I + 11:1).
           ADD 1 TO WS-COL.
           IF WS-COL = 5
               PERFORM ESCREVER-LINHA
               MOVE ZERO TO WS-COL
           END-IF.

       SECAO-PRESENCA-AULA.
           MOVE "PRESENCA POR AULA (presenca_aula.dat)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-PRESENCA.
           IF WS-STATUS-PAU = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-PRESENCA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF PAU-MATRICULA = WS-MATRICULA
                               PERFORM IMPRIMIR-PRESENCA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-PRESENCA
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PRESENCA.
           MOVE PAU-DATA TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           STRING "  " WS-DATA-ED " PERIODO " PAU-PERIODO " "
                  PAU-DISCIPLINA " " PAU-TURMA " PRESENTE "
                  PAU-PRESENTE
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM LINHA-DA-SECAO.

       SECAO-ATESTADOS.
           MOVE "ATESTADOS (atestados.dat)" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-ATESTADO.
           IF WS-STATUS-ATT = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-ATESTADO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF ATT-MATRICULA = WS-MATRICULA
                               PERFORM IMPRIMIR-ATESTADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-ATESTADO
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-ATESTADO.
           MOVE ATT-DATA-INICIO TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           MOVE WS-DATA-ED TO WS-DATA-ED2.
           MOVE ATT-DATA-FIM TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           STRING "  " WS-DATA-ED2 " A " WS-DATA-ED " " ATT-MOTIVO
                  " DOC " ATT-DOCUMENTO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM LINHA-DA-SECAO.

       SECAO-OCORRENCIAS.
           MOVE "OCORRENCIAS DISCIPLINARES (ocorrencias.idx)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-OCORRENCIA.
           IF WS-STATUS-OCO = "00"
               MOVE WS-MATRICULA TO OCO-MATRICULA
               MOVE ZERO TO OCO-DATA OCO-SEQ
               MOVE "N" TO WS-FIM-ARQUIVO
               START ARQUIVO-OCORRENCIA KEY IS >= OCO-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-OCORRENCIA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF OCO-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               PERFORM IMPRIMIR-OCORRENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-OCORRENCIA
           END-IF.
           IF WS-QTD-SECAO > ZERO
               MOVE "O" TO WS-ACS-TIPO
               CALL "REGISTRARACESSO" USING WS-ACS-TIPO WS-MATRICULA
                   WS-ACS-PROGRAMA
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-OCORRENCIA.
           MOVE OCO-DATA TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           STRING "  " WS-DATA-ED " " OCO-TIPO " GRAVIDADE "
                  OCO-GRAVIDADE
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM LINHA-DA-SECAO.
           STRING "    " OCO-DESCRICAO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       SECAO-SAUDE.
           MOVE "FICHA DE SAUDE (ficha_saude.idx)" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-SAUDE.
           IF WS-STATUS-SAU = "00"
               MOVE WS-MATRICULA TO SAU-MATRICULA
               READ ARQUIVO-SAUDE KEY IS SAU-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING "  SANGUE " SAU-TIPO-SANGUINEO
                              "  ALERGIAS: " SAU-ALERGIAS
                           DELIMITED BY SIZE INTO WS-REL-LINHA
                       END-STRING
                       PERFORM LINHA-DA-SECAO
                       STRING "  MEDICACAO: " SAU-MEDICACAO
                           DELIMITED BY SIZE INTO WS-REL-LINHA
                       END-STRING
                       PERFORM ESCREVER-LINHA
                       STRING "  MEDICO: " SAU-MEDICO
                           DELIMITED BY SIZE INTO WS-REL-LINHA
                       END-STRING
                       PERFORM ESCREVER-LINHA
                       STRING "  EMERGENCIA: " SAU-CONTATO-NOME " "
                              SAU-CONTATO-FONE
                           DELIMITED BY SIZE INTO WS-REL-LINHA
                       END-STRING
                       PERFORM ESCREVER-LINHA
               END-READ
               CLOSE ARQUIVO-SAUDE
           END-IF.
           IF WS-QTD-SECAO > ZERO
               MOVE "S" TO WS-ACS-TIPO
               CALL "REGISTRARACESSO" USING WS-ACS-TIPO WS-MATRICULA
                   WS-ACS-PROGRAMA
           END-IF.
           PERFORM FECHAR-SECAO.

       SECAO-VACINACAO.
           MOVE "CARTEIRA DE VACINACAO (vacinacao.idx)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-VACINACAO.
           IF WS-STATUS-VAC = "00"
               MOVE WS-MATRICULA TO VAC-MATRICULA
               READ ARQUIVO-VACINACAO KEY IS VAC-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VAC-DATA-NASCIMENTO TO WS-DATA-ENTRADA
                       PERFORM FORMATAR-DATA
                       STRING "  NASCIMENTO " WS-DATA-ED
                              "  DOSES REGISTRADAS " VAC-QTD-DOSES
                           DELIMITED BY SIZE INTO WS-REL-LINHA
                       END-STRING
                       PERFORM LINHA-DA-SECAO
                       PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > VAC-QTD-DOSES
                                   OR WS-I > 40
                           MOVE VAC-DATA-DOSE(WS-I) TO WS-DATA-ENTRADA
                           PERFORM FORMATAR-DATA
                           STRING "    " VAC-VACINA(WS-I) " DOSE "
                                  VAC-NUM-DOSE(WS-I) " EM " WS-DATA-ED
                               DELIMITED BY SIZE INTO WS-REL-LINHA
                           END-STRING
                           PERFORM ESCREVER-LINHA
                       END-PERFORM
               END-READ
               CLOSE ARQUIVO-VACINACAO
           END-IF.
           PERFORM FECHAR-SECAO.

       SECAO-RESPONSAVEL.
           MOVE "RESPONSAVEL (responsaveis.idx)" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-RESPONSAVEL.
           IF WS-STATUS-RSP = "00"
               MOVE WS-MATRICULA TO RSP-MATRICULA
               READ ARQUIVO-RESPONSAVEL KEY IS RSP-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING "  " RSP-NOME " (" RSP-PARENTESCO ")"
                              " FONE " RSP-TELEFONE
                           DELIMITED BY SIZE INTO WS-REL-LINHA
                       END-STRING
                       PERFORM LINHA-DA-SECAO
                       STRING "  ENDERECO: " RSP-ENDERECO
                           DELIMITED BY SIZE INTO WS-REL-LINHA
                       END-STRING
                       PERFORM ESCREVER-LINHA
               END-READ
               CLOSE ARQUIVO-RESPONSAVEL
           END-IF.
           PERFORM FECHAR-SECAO.

       SECAO-RETIRADA.
           MOVE "AUTORIZADOS A RETIRAR O ALUNO (retirada.idx)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-RETIRADA.
           IF WS-STATUS-RET = "00"
               MOVE WS-MATRICULA TO RET-MATRICULA
               MOVE ZERO TO RET-SEQ
               MOVE "N" TO WS-FIM-ARQUIVO
               START ARQUIVO-RETIRADA KEY IS >= RET-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-RETIRADA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF RET-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               PERFORM IMPRIMIR-RETIRADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-RETIRADA
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-RETIRADA.
           MOVE RET-VALIDADE-INICIO TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           MOVE WS-DATA-ED TO WS-DATA-ED2.
           MOVE RET-VALIDADE-FIM TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           STRING "  " RET-NOME " " RET-DOCUMENTO " " RET-PARENTESCO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM LINHA-DA-SECAO.
           STRING "    VALIDA DE " WS-DATA-ED2 " A " WS-DATA-ED
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       SECAO-DOCUMENTOS.
           MOVE "DOCUMENTOS DE MATRICULA (documentos.idx)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-DOCUMENTO.
           IF WS-STATUS-DOC = "00"
               MOVE WS-MATRICULA TO DOC-MATRICULA
               MOVE ZERO TO DOC-TIPO
               MOVE "N" TO WS-FIM-ARQUIVO
               START ARQUIVO-DOCUMENTO KEY IS >= DOC-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-DOCUMENTO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF DOC-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               MOVE DOC-DATA TO WS-DATA-ENTRADA
                               PERFORM FORMATAR-DATA
                               STRING "  TIPO " DOC-TIPO
                                      " SITUACAO " DOC-SITUACAO
                                      " EM " WS-DATA-ED
                                   DELIMITED BY SIZE
                                   INTO WS-REL-LINHA
                               END-STRING
                               PERFORM LINHA-DA-SECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-DOCUMENTO
           END-IF.
           PERFORM FECHAR-SECAO.

       SECAO-MENSALIDADES.
           MOVE "MENSALIDADES (mensalidades.idx)" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-MENSALIDADE.
           IF WS-STATUS-MEN = "00"
               MOVE WS-MATRICULA TO MEN-MATRICULA
               MOVE ZERO TO MEN-COMPETENCIA
               MOVE "N" TO WS-FIM-ARQUIVO
               START ARQUIVO-MENSALIDADE KEY IS >= MEN-CHAVE
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
                               PERFORM IMPRIMIR-MENSALIDADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MENSALIDADE
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-MENSALIDADE.
           MOVE MEN-VALOR TO WS-ED-VALOR.
           MOVE MEN-DATA-PAGAMENTO TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           STRING "  COMP " MEN-COMPETENCIA " R$ " WS-ED-VALOR
                  " STATUS " MEN-STATUS " PAGO EM " WS-DATA-ED
                  " " MEN-NOME-PAGADOR(1:20)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM LINHA-DA-SECAO.

       SECAO-ACORDOS.
           MOVE "ACORDOS DE RENEGOCIACAO (acordos.idx)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-ACORDO.
           IF WS-STATUS-ACD = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-ACORDO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF ACD-MATRICULA = WS-MATRICULA
                               MOVE ACD-DATA TO WS-DATA-ENTRADA
                               PERFORM FORMATAR-DATA
                               MOVE ACD-VALOR-TOTAL TO WS-ED-VALOR
                               STRING "  ACORDO " ACD-NUMERO " DE "
                                      WS-DATA-ED " R$ " WS-ED-VALOR
                                      " EM " ACD-QTD-PARCELAS
                                      " PARCELAS STATUS " ACD-STATUS
                                   DELIMITED BY SIZE
                                   INTO WS-REL-LINHA
                               END-STRING
                               PERFORM LINHA-DA-SECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-ACORDO
           END-IF.
           PERFORM FECHAR-SECAO.

       SECAO-CAIXA.
           MOVE "RECEBIMENTOS NO CAIXA (caixa_diario.dat)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-CAIXA.
           IF WS-STATUS-CXA = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-CAIXA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CXA-MATRICULA = WS-MATRICULA
                               MOVE CXA-DATA TO WS-DATA-ENTRADA
                               PERFORM FORMATAR-DATA
                               MOVE CXA-VALOR TO WS-ED-VALOR
                               STRING "  RECIBO " CXA-RECIBO " "
                                      WS-DATA-ED " COMP "
                                      CXA-COMPETENCIA " R$ "
                                      WS-ED-VALOR
                                   DELIMITED BY SIZE
                                   INTO WS-REL-LINHA
                               END-STRING
                               PERFORM LINHA-DA-SECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-CAIXA
           END-IF.
           PERFORM FECHAR-SECAO.

       SECAO-TAXAS.
           MOVE "TAXAS AVULSAS (taxas_avulsas.idx)" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-TAXA.
           IF WS-STATUS-TAX = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-TAXA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF TAX-MATRICULA = WS-MATRICULA
                               MOVE TAX-DATA-LANCAMENTO
                                   TO WS-DATA-ENTRADA
                               PERFORM FORMATAR-DATA
                               MOVE TAX-VALOR TO WS-ED-VALOR
                               STRING "  " WS-DATA-ED " "
                                      TAX-DESCRICAO " R$ "
                                      WS-ED-VALOR " STATUS "
                                      TAX-STATUS
                                   DELIMITED BY SIZE
                                   INTO WS-REL-LINHA
                               END-STRING
                               PERFORM LINHA-DA-SECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-TAXA
           END-IF.
           PERFORM FECHAR-SECAO.

       SECAO-EMPRESTIMOS.
           MOVE "EMPRESTIMOS DA BIBLIOTECA (emprestimos.idx)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-EMPRESTIMO.
           IF WS-STATUS-EMP = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-EMPRESTIMO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF EMP-MATRICULA = WS-MATRICULA
                               PERFORM IMPRIMIR-EMPRESTIMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-EMPRESTIMO
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-EMPRESTIMO.
           MOVE EMP-DATA-EMPRESTIMO TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           MOVE WS-DATA-ED TO WS-DATA-ED2.
           MOVE EMP-DATA-DEVOLUCAO TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           STRING "  ACERVO " EMP-CODIGO "-" EMP-EXEMPLAR
                  " EMPRESTADO " WS-DATA-ED2 " DEVOLVIDO "
                  WS-DATA-ED
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM LINHA-DA-SECAO.

       SECAO-LIVROS.
           MOVE "LIVROS DIDATICOS (livros_entregues.idx)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-ENTREGA.
           IF WS-STATUS-LDE = "00"
               MOVE LOW-VALUES TO LDE-CHAVE
               MOVE WS-MATRICULA TO LDE-MATRICULA
               MOVE "N" TO WS-FIM-ARQUIVO
               START ARQUIVO-ENTREGA KEY IS >= LDE-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-ENTREGA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF LDE-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               PERFORM IMPRIMIR-LIVRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-ENTREGA
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-LIVRO.
           MOVE LDE-DATA-ENTREGA TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           MOVE WS-DATA-ED TO WS-DATA-ED2.
           MOVE LDE-DATA-DEVOLUCAO TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           STRING "  " LDE-ANO-LETIVO " LIVRO " LDE-CODIGO
                  " ENTREGUE " WS-DATA-ED2 " (" LDE-CONDICAO-ENTREGA
                  ") DEVOLVIDO " WS-DATA-ED " ("
                  LDE-CONDICAO-DEVOLUCAO ")"
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM LINHA-DA-SECAO.

       SECAO-TRANSPORTE.
           MOVE "TRANSPORTE ESCOLAR (rota_alunos.idx)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-ROTA-ALUNO.
           IF WS-STATUS-RAL = "00"
               MOVE WS-MATRICULA TO RAL-MATRICULA
               READ ARQUIVO-ROTA-ALUNO KEY IS RAL-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING "  ROTA " RAL-ROTA " ORDEM DE EMBARQUE "
                              RAL-ORDEM
                           DELIMITED BY SIZE INTO WS-REL-LINHA
                       END-STRING
                       PERFORM LINHA-DA-SECAO
               END-READ
               CLOSE ARQUIVO-ROTA-ALUNO
           END-IF.
           PERFORM FECHAR-SECAO.

       SECAO-PORTARIA.
           MOVE "SAIDAS E ATRASOS NA PORTARIA (portaria.idx)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-PORTARIA.
           IF WS-STATUS-POR = "00"
               MOVE WS-MATRICULA TO POR-MATRICULA
               MOVE ZERO TO POR-DATA POR-HORA
               MOVE "N" TO WS-FIM-ARQUIVO
               START ARQUIVO-PORTARIA KEY IS >= POR-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-PORTARIA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF POR-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               PERFORM IMPRIMIR-PORTARIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-PORTARIA
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PORTARIA.
           MOVE POR-DATA TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           STRING "  " WS-DATA-ED " " POR-HORA(1:2) ":" POR-HORA(3:2)
                  " TIPO " POR-TIPO " SITUACAO " POR-SITUACAO
                  " " POR-PESSOA " " POR-MOTIVO(1:15)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM LINHA-DA-SECAO.

       SECAO-PASSEIOS.
           MOVE "PASSEIOS (inscricoes_passeio.idx)" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-INSCRICAO-PASSEIO.
           IF WS-STATUS-IPS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-INSCRICAO-PASSEIO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF IPS-MATRICULA = WS-MATRICULA
                               PERFORM IMPRIMIR-PASSEIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-INSCRICAO-PASSEIO
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PASSEIO.
           MOVE IPS-DATA-AUTORIZACAO TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           STRING "  PASSEIO " IPS-PASSEIO " AUTORIZACAO "
                  IPS-AUTORIZACAO " EM " WS-DATA-ED " POR "
                  IPS-RESPONSAVEL " PAGO " IPS-PAGO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM LINHA-DA-SECAO.

       SECAO-ORIENTACAO.
      * Ficha sigilosa: so a existencia dos casos entra no dossie; o
      * conteudo e entregue pela orientacao educacional.
           MOVE "ORIENTACAO EDUCACIONAL (casos_orientacao.idx)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-CASO.
           IF WS-STATUS-CAS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-CASO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CAS-MATRICULA = WS-MATRICULA
                               MOVE CAS-DATA-ABERTURA
                                   TO WS-DATA-ENTRADA
                               PERFORM FORMATAR-DATA
                               STRING "  CASO " CAS-NUMERO
                                      " ABERTO EM " WS-DATA-ED
                                      " SITUACAO " CAS-SITUACAO
                                   DELIMITED BY SIZE
                                   INTO WS-REL-LINHA
                               END-STRING
                               PERFORM LINHA-DA-SECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-CASO
           END-IF.
           IF WS-QTD-SECAO > ZERO
               MOVE "  CONTEUDO SIGILOSO: ENTREGUE EM SEPARADO PELA "
                   TO WS-REL-LINHA
               MOVE "ORIENTACAO." TO WS-REL-LINHA(48:11)
               PERFORM ESCREVER-LINHA
           END-IF.
           PERFORM FECHAR-SECAO.

       SECAO-AUDITORIA.
      * WS-NOME-LOG e WS-SECAO-TITULO ja preenchidos pelo chamador;
      * a matricula vai alinhada a esquerda no campo do log.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-AUDITORIA.
           IF WS-STATUS-AUD = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-AUDITORIA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF AUD-MATRICULA(1:5) = WS-MATRICULA-X
                                   AND AUD-MATRICULA(6:3) = SPACES
                               PERFORM IMPRIMIR-AUDITORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-AUDITORIA
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-AUDITORIA.
           STRING "  " AUD-DATA-HORA(1:8) " " AUD-OPERACAO
                  " POR " AUD-OPERADOR
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM LINHA-DA-SECAO.
           STRING "    DE:   " AUD-VALOR-ANTIGO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           STRING "    PARA: " AUD-VALOR-NOVO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       SECAO-EVENTOS.
           MOVE "FILA DE EVENTOS E AVISOS (eventos.dat)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-EVENTOS.
           IF WS-STATUS-EVT = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-EVENTOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF EVT-CHAVE(1:5) = WS-MATRICULA-X
                                   AND EVT-CHAVE(6:5) = SPACES
                               PERFORM IMPRIMIR-EVENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-EVENTOS
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-EVENTO.
           STRING "  " EVT-DATA-HORA(1:8) " " EVT-TIPO " STATUS "
                  EVT-STATUS
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM LINHA-DA-SECAO.
           STRING "    " EVT-DADOS
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       SECAO-CONCEITOS.
           MOVE "CONCEITOS POR OBJETIVO (conceitos_aluno.idx)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-CONCEITOS.
           IF WS-STATUS-CNC = "00"
               MOVE LOW-VALUES TO CNC-CHAVE
               MOVE WS-MATRICULA TO CNC-MATRICULA
               MOVE "N" TO WS-FIM-ARQUIVO
               START ARQUIVO-CONCEITOS KEY IS >= CNC-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-CONCEITOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CNC-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               STRING "  " CNC-ANO-LETIVO " "
                                      CNC-DISCIPLINA " B"
                                      CNC-BIMESTRE " OBJETIVO "
                                      CNC-OBJETIVO " CONCEITO "
                                      CNC-CONCEITO
                                   DELIMITED BY SIZE
                                   INTO WS-REL-LINHA
                               END-STRING
                               PERFORM LINHA-DA-SECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-CONCEITOS
           END-IF.
           PERFORM FECHAR-SECAO.

       SECAO-DEPENDENCIAS.
           MOVE "DEPENDENCIAS (dependencias.idx)" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-DEPENDENCIA.
           IF WS-STATUS-DEP = "00"
               MOVE LOW-VALUES TO DEP-CHAVE
               MOVE WS-MATRICULA TO DEP-MATRICULA
               MOVE "N" TO WS-FIM-ARQUIVO
               START ARQUIVO-DEPENDENCIA KEY IS >= DEP-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-DEPENDENCIA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF DEP-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               PERFORM IMPRIMIR-DEPENDENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-DEPENDENCIA
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-DEPENDENCIA.
           MOVE DEP-MEDIA TO WS-ED-MEDIA.
           MOVE DEP-DATA-ABERTURA TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           STRING "  " DEP-DISCIPLINA " DE " DEP-ANO-ORIGEM
                  " ABERTA EM " WS-DATA-ED " MEDIA " WS-ED-MEDIA
                  " SITUACAO " DEP-SITUACAO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM LINHA-DA-SECAO.
           STRING "    PLANO: " DEP-PLANO-ESTUDOS
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       SECAO-AVALIACOES-EXTERNAS.
           MOVE "AVALIACOES EXTERNAS (avaliacoes_externas.idx)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-AVALIACAO.
           IF WS-STATUS-AVX = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-AVALIACAO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF AVX-MATRICULA = WS-MATRICULA
                               MOVE AVX-RESULTADO TO WS-ED-VALOR
                               STRING "  " AVX-AVALIACAO " "
                                      AVX-ANO " " AVX-AREA
                                      " RESULTADO " WS-ED-VALOR
                                      " ESCALA " AVX-ESCALA
                                   DELIMITED BY SIZE
                                   INTO WS-REL-LINHA
                               END-STRING
                               PERFORM LINHA-DA-SECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-AVALIACAO
           END-IF.
           PERFORM FECHAR-SECAO.

       SECAO-AEE.
           MOVE "ATENDIMENTO EDUCACIONAL ESPECIALIZADO (aee.idx)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-AEE.
           IF WS-STATUS-AEE = "00"
               MOVE WS-MATRICULA TO AEE-MATRICULA
               READ ARQUIVO-AEE KEY IS AEE-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM IMPRIMIR-AEE
               END-READ
               CLOSE ARQUIVO-AEE
           END-IF.
           IF WS-QTD-SECAO > ZERO
               MOVE "S" TO WS-ACS-TIPO
               CALL "REGISTRARACESSO" USING WS-ACS-TIPO WS-MATRICULA
                   WS-ACS-PROGRAMA
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-AEE.
           MOVE AEE-DATA-LAUDO TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           STRING "  CATEGORIA " AEE-CATEGORIA " / " AEE-CATEGORIA-2
                  "  LAUDO DE " WS-DATA-ED "  SITUACAO "
                  AEE-SITUACAO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM LINHA-DA-SECAO.
           STRING "  LAUDO: " AEE-LAUDO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           STRING "  ADAPTACOES (TEMPO/SALA/AMPLIADA/LEDOR/TRANSCR/"
                  "LIBRAS): " AEE-ADAPTACOES
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           STRING "  OUTRAS: " AEE-OUTRAS-ADAPTACOES
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           STRING "  EMERGENCIA: " AEE-OBS-EMERGENCIA
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       SECAO-BOLSA-FAMILIA.
           MOVE "BOLSA FAMILIA (bolsa_familia.idx)" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-BOLSA.
           IF WS-STATUS-BFA = "00"
               MOVE WS-MATRICULA TO BFA-MATRICULA
               READ ARQUIVO-BOLSA KEY IS BFA-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BFA-DATA-INCLUSAO TO WS-DATA-ENTRADA
                       PERFORM FORMATAR-DATA
                       MOVE WS-DATA-ED TO WS-DATA-ED2
                       MOVE BFA-DATA-SITUACAO TO WS-DATA-ENTRADA
                       PERFORM FORMATAR-DATA
                       STRING "  NIS " BFA-NIS " INCLUIDO EM "
                              WS-DATA-ED2 " SITUACAO " BFA-SITUACAO
                              " DESDE " WS-DATA-ED
                           DELIMITED BY SIZE INTO WS-REL-LINHA
                       END-STRING
                       PERFORM LINHA-DA-SECAO
               END-READ
               CLOSE ARQUIVO-BOLSA
           END-IF.
           PERFORM FECHAR-SECAO.

       SECAO-DECLARACOES.
           MOVE "DECLARACOES EMITIDAS (declaracoes_emitidas.dat)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-DECLARACAO.
           IF WS-STATUS-DCL = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-DECLARACAO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF DCL-MATRICULA = WS-MATRICULA
                               MOVE DCL-DATA TO WS-DATA-ENTRADA
                               PERFORM FORMATAR-DATA
                               STRING "  No " DCL-NUMERO " TIPO "
                                      DCL-TIPO " EM " WS-DATA-ED
                                      " " DCL-FINALIDADE
                                   DELIMITED BY SIZE
                                   INTO WS-REL-LINHA
                               END-STRING
                               PERFORM LINHA-DA-SECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-DECLARACAO
           END-IF.
           PERFORM FECHAR-SECAO.

       SECAO-CONTA-CANTINA.
           MOVE "CONTA DA CANTINA (cantina_contas.idx)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-CONTA-CANTINA.
           IF WS-STATUS-CTC = "00"
               MOVE WS-MATRICULA TO CTC-MATRICULA
               READ ARQUIVO-CONTA-CANTINA KEY IS CTC-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTC-SALDO TO WS-ED-VALOR
                       STRING "  SALDO R$ " WS-ED-VALOR
                              "  SITUACAO " CTC-STATUS
                              "  REGRAS POR " CTC-REGRAS-POR
                           DELIMITED BY SIZE INTO WS-REL-LINHA
                       END-STRING
                       PERFORM LINHA-DA-SECAO
                       STRING "  ITENS BLOQUEADOS: "
                              CTC-ITEM-BLOQUEADO(1) " "
                              CTC-ITEM-BLOQUEADO(2) " "
                              CTC-ITEM-BLOQUEADO(3) " "
                              CTC-ITEM-BLOQUEADO(4) " "
                              CTC-ITEM-BLOQUEADO(5) " "
                              CTC-ITEM-BLOQUEADO(6) " "
                              CTC-ITEM-BLOQUEADO(7) " "
                              CTC-ITEM-BLOQUEADO(8)
                           DELIMITED BY SIZE INTO WS-REL-LINHA
                       END-STRING
                       PERFORM ESCREVER-LINHA
               END-READ
               CLOSE ARQUIVO-CONTA-CANTINA
           END-IF.
           PERFORM FECHAR-SECAO.

       SECAO-MOV-CANTINA.
           MOVE "MOVIMENTOS DA CANTINA (cantina_movimentos.dat)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-MOV-CANTINA.
           IF WS-STATUS-MVC = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-MOV-CANTINA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF MVC-MATRICULA = WS-MATRICULA
                               MOVE MVC-DATA TO WS-DATA-ENTRADA
                               PERFORM FORMATAR-DATA
                               MOVE MVC-VALOR TO WS-ED-VALOR
                               STRING "  " WS-DATA-ED " TIPO "
                                      MVC-TIPO " ITEM " MVC-ITEM
                                      " QTD " MVC-QUANTIDADE
                                      " R$ " WS-ED-VALOR
                                   DELIMITED BY SIZE
                                   INTO WS-REL-LINHA
                               END-STRING
                               PERFORM LINHA-DA-SECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MOV-CANTINA
           END-IF.
           PERFORM FECHAR-SECAO.

       SECAO-CONTRATURNO.
           MOVE "CONTRATURNO (contraturno_inscricoes.idx)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-CONTRATURNO.
           IF WS-STATUS-ICT = "00"
               MOVE LOW-VALUES TO ICT-CHAVE
               MOVE WS-MATRICULA TO ICT-MATRICULA
               MOVE "N" TO WS-FIM-ARQUIVO
               START ARQUIVO-CONTRATURNO KEY IS >= ICT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-CONTRATURNO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF ICT-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               MOVE ICT-DATA-INICIO
                                   TO WS-DATA-ENTRADA
                               PERFORM FORMATAR-DATA
                               STRING "  " ICT-ANO-LETIVO
                                      " ATIVIDADE " ICT-ATIVIDADE
                                      " DESDE " WS-DATA-ED
                                      " SITUACAO " ICT-SITUACAO
                                   DELIMITED BY SIZE
                                   INTO WS-REL-LINHA
                               END-STRING
                               PERFORM LINHA-DA-SECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-CONTRATURNO
           END-IF.
           PERFORM FECHAR-SECAO.

       SECAO-RISCO.
           MOVE "INDICE DE RISCO (risco_historico.idx)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-RISCO.
           IF WS-STATUS-RIS = "00"
               MOVE WS-MATRICULA TO RIS-MATRICULA
               MOVE ZERO TO RIS-DATA
               MOVE "N" TO WS-FIM-ARQUIVO
               START ARQUIVO-RISCO KEY IS >= RIS-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-RISCO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF RIS-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               PERFORM IMPRIMIR-RISCO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-RISCO
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-RISCO.
           MOVE RIS-DATA TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           STRING "  " WS-DATA-ED " TURMA " RIS-TURMA " INDICE "
                  RIS-INDICE " (FREQ " RIS-FREQUENCIA " NOTAS "
                  RIS-NOTAS " EVAS " RIS-EVASAO " OCOR "
                  RIS-OCORRENCIAS " FIN " RIS-FINANCEIRO ")"
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM LINHA-DA-SECAO.

       SECAO-PROTOCOLOS.
           MOVE "PROTOCOLOS DE CIENCIA (protocolos.idx)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-PROTOCOLO.
           IF WS-STATUS-PRT = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-PROTOCOLO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF PRT-MATRICULA = WS-MATRICULA
                               PERFORM IMPRIMIR-PROTOCOLO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-PROTOCOLO
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PROTOCOLO.
           MOVE PRT-DATA-ENVIO TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           STRING "  No " PRT-NUMERO " " PRT-TIPO " ENVIADO "
                  WS-DATA-ED " SITUACAO " PRT-SITUACAO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM LINHA-DA-SECAO.
           STRING "    " PRT-DESCRICAO " CIENTE: " PRT-CIENTE-NOME
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       SECAO-OUVIDORIA.
           MOVE "OUVIDORIA (ouvidoria.idx)" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-OUVIDORIA.
           IF WS-STATUS-OUV = "00"
               MOVE WS-MATRICULA TO OUV-MATRICULA
               MOVE "N" TO WS-FIM-ARQUIVO
               START ARQUIVO-OUVIDORIA KEY IS = OUV-MATRICULA
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-OUVIDORIA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF OUV-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               PERFORM IMPRIMIR-OUVIDORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-OUVIDORIA
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-OUVIDORIA.
           MOVE OUV-DATA-ABERTURA TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           STRING "  No " OUV-NUMERO " ABERTO " WS-DATA-ED
                  " CATEGORIA " OUV-CATEGORIA " SITUACAO "
                  OUV-SITUACAO " " OUV-REQUERENTE(1:20)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM LINHA-DA-SECAO.
           STRING "    " OUV-DESCRICAO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           IF OUV-FECHADO
               STRING "    CONCLUSAO: " OUV-CONCLUSAO
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           END-IF.

       SECAO-PORTAL.
           MOVE "PEDIDOS DO PORTAL (solicitacoes_portal.idx)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-PORTAL.
           IF WS-STATUS-SOP = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-PORTAL NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF SOP-MATRICULA = WS-MATRICULA
                               PERFORM IMPRIMIR-PORTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-PORTAL
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PORTAL.
           MOVE SOP-DATA-RECEBIDA TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           STRING "  No " SOP-NUMERO " " SOP-TIPO " RECEBIDO "
                  WS-DATA-ED " SITUACAO " SOP-SITUACAO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM LINHA-DA-SECAO.
           EVALUATE TRUE
               WHEN SOP-TELEFONE-NOVO
                   STRING "    TELEFONE " SOP-TELEFONE
                       DELIMITED BY SIZE INTO WS-REL-LINHA
                   END-STRING
               WHEN SOP-ENDERECO-NOVO
                   STRING "    ENDERECO " SOP-ENDERECO
                       DELIMITED BY SIZE INTO WS-REL-LINHA
                   END-STRING
               WHEN OTHER
                   STRING "    AUTORIZADO " SOP-RET-NOME " "
                          SOP-RET-DOCUMENTO
                       DELIMITED BY SIZE INTO WS-REL-LINHA
                   END-STRING
           END-EVALUATE.
           PERFORM ESCREVER-LINHA.

       SECAO-MENSAGENS.
           MOVE "SMS ENVIADOS A FAMILIA (mensagens.idx)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-MENSAGEM.
           IF WS-STATUS-MSG = "00"
               MOVE WS-MATRICULA TO MSG-MATRICULA
               MOVE "N" TO WS-FIM-ARQUIVO
               START ARQUIVO-MENSAGEM KEY IS = MSG-MATRICULA
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-MENSAGEM NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF MSG-MATRICULA NOT = WS-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               PERFORM IMPRIMIR-MENSAGEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MENSAGEM
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-MENSAGEM.
           MOVE MSG-DATA-ENVIO TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           STRING "  " WS-DATA-ED " " MSG-TIPO " PARA " MSG-TELEFONE
                  " SITUACAO " MSG-SITUACAO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM LINHA-DA-SECAO.
           STRING "    " MSG-TEXTO(1:74)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       SECAO-ACESSOS.
           MOVE "ACESSOS A DADOS SENSIVEIS (acessos_sensiveis.log)"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQUIVO-ACESSO.
           IF WS-STATUS-ACS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-ACESSO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF ACS-MATRICULA = WS-MATRICULA
                               MOVE ACS-DATA TO WS-DATA-ENTRADA
                               PERFORM FORMATAR-DATA
                               STRING "  " WS-DATA-ED " "
                                      ACS-HORA(1:2) ":"
                                      ACS-HORA(3:2) " TIPO "
                                      ACS-TIPO " POR " ACS-OPERADOR
                                      " (" ACS-PROGRAMA ")"
                                   DELIMITED BY SIZE
                                   INTO WS-REL-LINHA
                               END-STRING
                               PERFORM LINHA-DA-SECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-ACESSO
           END-IF.
           PERFORM FECHAR-SECAO.

       REGISTRAR-ENTREGA.
           PERFORM VERIFICAR-PERFIL.
           PERFORM OBTER-HOJE.
           PERFORM ABRIR-SOLICITACOES.
           IF WS-STATUS-LGP NOT = "00"
               PERFORM PRINCIPAL
           END-IF.
           PERFORM LER-SOLICITACAO.
           IF WS-OK NOT = "S"
               CLOSE ARQUIVO-SOLICITACAO
               PERFORM PRINCIPAL
           END-IF.
           IF LGP-DATA-EMISSAO = ZERO
               DISPLAY "Dossie ainda nao emitido para esta "
                   "solicitacao."
               CLOSE ARQUIVO-SOLICITACAO
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Entregue a (nome): ".
           ACCEPT LGP-ENTREGUE-A.
           DISPLAY "Data da entrega (AAAAMMDD, vazio = hoje): ".
           ACCEPT LGP-DATA-ENTREGA.
           IF LGP-DATA-ENTREGA = ZERO
               MOVE WS-HOJE TO LGP-DATA-ENTREGA
           END-IF.
           SET LGP-ENTREGUE TO TRUE.
           MOVE WS-OPERADOR-SESSAO TO LGP-OPERADOR.
           REWRITE REG-SOLICITACAO-LGPD
               INVALID KEY
                   DISPLAY "Erro ao regravar a solicitacao."
               NOT INVALID KEY
                   IF LGP-DATA-ENTREGA > LGP-PRAZO
                       DISPLAY "Entrega registrada FORA DO PRAZO."
                   ELSE
                       DISPLAY "Entrega registrada dentro do prazo."
                   END-IF
           END-REWRITE.
           CLOSE ARQUIVO-SOLICITACAO.
           PERFORM PRINCIPAL.

       LISTAR-PENDENTES.
           PERFORM OBTER-HOJE.
           MOVE ZERO TO WS-TOTAL-LISTADO WS-TOTAL-ATRASADAS.
           OPEN INPUT ARQUIVO-SOLICITACAO.
           IF WS-STATUS-LGP NOT = "00"
               DISPLAY "Nenhuma solicitacao registrada."
               PERFORM PRINCIPAL
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-SOLICITACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF NOT LGP-ENTREGUE
                           PERFORM LISTAR-SOLICITACAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-SOLICITACAO.
           DISPLAY "Solicitacoes sem entrega: " WS-TOTAL-LISTADO
               "  Fora do prazo: " WS-TOTAL-ATRASADAS.
           PERFORM PRINCIPAL.

       LISTAR-SOLICITACAO.
           ADD 1 TO WS-TOTAL-LISTADO.
           MOVE LGP-PRAZO TO WS-DATA-ENTRADA.
           PERFORM FORMATAR-DATA.
           IF LGP-PRAZO < WS-HOJE
               ADD 1 TO WS-TOTAL-ATRASADAS
               DISPLAY LGP-NUMERO " matr " LGP-MATRICULA " "
                   LGP-SOLICITANTE(1:20) " prazo " WS-DATA-ED
                   " situacao " LGP-SITUACAO " *** VENCIDA ***"
           ELSE
               DISPLAY LGP-NUMERO " matr " LGP-MATRICULA " "
                   LGP-SOLICITANTE(1:20) " prazo " WS-DATA-ED
                   " situacao " LGP-SITUACAO
           END-IF.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
