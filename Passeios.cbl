       IDENTIFICATION DIVISION.
           PROGRAM-ID. PASSEIOS.
           AUTHOR. Alexandre S S Alves.

      * Passeios e visitas de estudo (passeios.idx): data, destino,
      * turmas convidadas (ate seis), custo por aluno e transporte.
      * A emissao das autorizacoes inscreve como pendente cada aluno
      * ativo das turmas convidadas (inscricoes_passeio.idx) e
      * imprime uma autorizacao por aluno em autorizacoes_passeio.rel
      * para a familia assinar e devolver. A autorizacao devolvida
      * assinada lanca o custo como taxa avulsa PS (LANCARTAXAVALOR),
      * que segue pela maquina da mensalidade -- remessa, caixa,
      * extrato da familia e inadimplencia -- e, quitada, marca a
      * inscricao como paga (QUITARTAXA). Recusa ou desistencia
      * cancela a taxa ainda aberta (CANCELARTAXAITEM). No dia, a
      * lista de embarque sai por FICHAEMERGENCIA-PASSEIO: so os
      * autorizados, com as linhas de emergencia da ficha de saude.
      * O cancelamento do passeio cancela as taxas abertas e aponta
      * as ja pagas, a devolver pelo credito da familia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PASSEIO ASSIGN TO "passeios.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAS-NUMERO
               FILE STATUS IS WS-STATUS-PAS.
           SELECT ARQUIVO-INSCRICAO-PASSEIO
               ASSIGN TO "inscricoes_passeio.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPS-CHAVE
               FILE STATUS IS WS-STATUS-IPS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PASSEIO.
           COPY "RegistroPasseio.cpy".

       FD  ARQUIVO-INSCRICAO-PASSEIO.
           COPY "RegistroInscricaoPasseio.cpy".

       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-RESPONSAVEL.
           COPY "RegistroResponsavel.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9(1).
       01 WS-STATUS-PAS PIC X(2).
       01 WS-STATUS-IPS PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-RSP PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-OK PIC X.
       01 WS-CONVIDADA PIC X.
       01 WS-RESP-OK PIC X.
       01 WS-RESPOSTA PIC X.
       01 WS-IDX PIC 9(2).
       01 WS-PASSEIO PIC 9(5).
       01 WS-NUMERO PIC 9(5).
       01 WS-MATRICULA PIC 9(5).
       01 WS-NOME-ALUNO PIC X(20).
       01 WS-TURMA-ALUNO PIC X(10).
       01 WS-AUTORIZACAO-ANTERIOR PIC X(1).
       01 WS-TOTAL PIC 9(4).
       01 WS-TOTAL-NOVAS PIC 9(4).
       01 WS-TOTAL-AUTORIZADOS PIC 9(4).
       01 WS-TOTAL-RECUSADOS PIC 9(4).
       01 WS-TOTAL-PENDENTES PIC 9(4).
       01 WS-TOTAL-PAGOS PIC 9(4).
       01 WS-TOTAL-CANCELADAS PIC 9(4).
       01 WS-TOTAL-DEVOLVER PIC 9(4).
       01 WS-ED-VALOR PIC ZZZZ9.99.
       01 WS-DESC-AUTORIZACAO PIC X(9).
       01 WS-DESC-PAGO PIC X(8).
       01 WS-TAX-TIPO PIC X(2) VALUE "PS".
       01 WS-TAX-REFERENCIA PIC X(30).
       01 WS-TAX-DESCRICAO PIC X(30).
       01 WS-TAX-NUMERO PIC 9(5).
       01 WS-TAX-SITUACAO PIC X(1).
       01 WS-REL-NOME PIC X(30) VALUE "autorizacoes_passeio.rel".
       01 WS-REL-TITULO PIC X(40)
           VALUE "AUTORIZACOES DE PASSEIO".
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Passeios e Visitas de Estudo    ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Cadastrar Passeio             ".
           DISPLAY "2 -  Emitir Autorizacoes           ".
           DISPLAY "3 -  Registrar Autorizacao         ".
           DISPLAY "4 -  Situacao do Passeio           ".
           DISPLAY "5 -  Lista de Embarque             ".
           DISPLAY "6 -  Cancelar Passeio              ".
           DISPLAY "7 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM CADASTRAR-PASSEIO
               WHEN 2
                   PERFORM EMITIR-AUTORIZACOES
               WHEN 3
                   PERFORM REGISTRAR-AUTORIZACAO
               WHEN 4
                   PERFORM SITUACAO-PASSEIO
               WHEN 5
                   PERFORM LISTA-EMBARQUE
               WHEN 6
                   PERFORM CANCELAR-PASSEIO
               WHEN 7
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

       ABRIR-PASSEIOS.
           OPEN I-O ARQUIVO-PASSEIO.
           EVALUATE WS-STATUS-PAS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-PASSEIO
                   CLOSE ARQUIVO-PASSEIO
                   OPEN I-O ARQUIVO-PASSEIO
               WHEN OTHER
                   DISPLAY "Erro ao abrir passeios.idx. STATUS="
                       WS-STATUS-PAS
           END-EVALUATE.

       ABRIR-INSCRICOES.
           OPEN I-O ARQUIVO-INSCRICAO-PASSEIO.
           EVALUATE WS-STATUS-IPS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-INSCRICAO-PASSEIO
                   CLOSE ARQUIVO-INSCRICAO-PASSEIO
                   OPEN I-O ARQUIVO-INSCRICAO-PASSEIO
               WHEN OTHER
                   DISPLAY "Erro ao abrir inscricoes_passeio.idx. "
                       "STATUS=" WS-STATUS-IPS
           END-EVALUATE.

       LER-PASSEIO.
      * Pede o numero e deixa o passeio em REG-PASSEIO com WS-OK
      * = "S". Arquivo de passeios ja aberto.
           MOVE "N" TO WS-OK.
           DISPLAY "Numero do Passeio: ".
           ACCEPT WS-PASSEIO.
           MOVE WS-PASSEIO TO PAS-NUMERO.
           READ ARQUIVO-PASSEIO KEY IS PAS-NUMERO
               INVALID KEY
                   DISPLAY "Passeio nao encontrado."
               NOT INVALID KEY
                   MOVE "S" TO WS-OK
                   MOVE PAS-CUSTO TO WS-ED-VALOR
                   DISPLAY "Passeio: " PAS-DESCRICAO
                   DISPLAY "Destino: " PAS-DESTINO "  Data: "
                       PAS-DATA(7:2) "/" PAS-DATA(5:2) "/"
                       PAS-DATA(1:4) "  Custo R$ " WS-ED-VALOR
           END-READ.

       LER-ALUNO.
      * Devolve WS-OK = "S" com nome e turma do aluno WS-MATRICULA.
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

       INICIAR-INSCRICOES.
      * Posiciona na primeira inscricao do passeio WS-PASSEIO; a
      * chave comeca pelo passeio, entao as inscricoes dele sao
      * consecutivas. WS-FIM-ARQUIVO = "S" se nao ha nenhuma.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-PASSEIO TO IPS-PASSEIO.
           MOVE ZERO TO IPS-MATRICULA.
           START ARQUIVO-INSCRICAO-PASSEIO KEY IS >= IPS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.

       CADASTRAR-PASSEIO.
           PERFORM VERIFICAR-PERFIL.
           PERFORM ABRIR-PASSEIOS.
           IF WS-STATUS-PAS NOT = "00"
               PERFORM PRINCIPAL
           END-IF.
      * Numero sequencial: o maior gravado mais um.
           MOVE ZERO TO WS-NUMERO.
           MOVE ZERO TO PAS-NUMERO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START ARQUIVO-PASSEIO KEY IS NOT LESS THAN PAS-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-PASSEIO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE PAS-NUMERO TO WS-NUMERO
               END-READ
           END-PERFORM.
           INITIALIZE REG-PASSEIO.
           ADD 1 TO WS-NUMERO.
           MOVE WS-NUMERO TO PAS-NUMERO.
           DISPLAY "Descricao: ".
           ACCEPT PAS-DESCRICAO.
           DISPLAY "Destino: ".
           ACCEPT PAS-DESTINO.
           DISPLAY "Data do passeio (AAAAMMDD): ".
           ACCEPT PAS-DATA.
           DISPLAY "Hora de saida (HHMM): ".
           ACCEPT PAS-HORA-SAIDA.
           DISPLAY "Hora de retorno (HHMM): ".
           ACCEPT PAS-HORA-RETORNO.
           DISPLAY "Transporte: ".
           ACCEPT PAS-TRANSPORTE.
           DISPLAY "Custo por aluno (0 se gratuito): ".
           ACCEPT PAS-CUSTO.
           DISPLAY "Prazo para devolver a autorizacao (AAAAMMDD): ".
           ACCEPT PAS-PRAZO-AUTORIZACAO.
           DISPLAY "Turmas convidadas (ate 6, em branco encerra):".
           MOVE "S" TO WS-RESPOSTA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 6 OR WS-RESPOSTA = "N"
               DISPLAY "Turma " WS-IDX ": "
               ACCEPT PAS-TURMA(WS-IDX)
               IF PAS-TURMA(WS-IDX) = SPACES
                   MOVE "N" TO WS-RESPOSTA
               END-IF
           END-PERFORM.
           IF PAS-DESCRICAO = SPACES OR PAS-DATA = ZERO
                   OR PAS-TURMA(1) = SPACES
               DISPLAY "Descricao, data e ao menos uma turma sao "
                   "obrigatorias."
               CLOSE ARQUIVO-PASSEIO
               PERFORM PRINCIPAL
           END-IF.
           SET PAS-ABERTO TO TRUE.
           MOVE WS-OPERADOR-SESSAO TO PAS-OPERADOR.
           WRITE REG-PASSEIO
               INVALID KEY
                   DISPLAY "Erro ao gravar passeio " PAS-NUMERO
               NOT INVALID KEY
                   DISPLAY "Passeio " PAS-NUMERO " cadastrado."
           END-WRITE.
           CLOSE ARQUIVO-PASSEIO.
           PERFORM PRINCIPAL.

       EMITIR-AUTORIZACOES.
           PERFORM VERIFICAR-PERFIL.
           PERFORM ABRIR-PASSEIOS.
           IF WS-STATUS-PAS NOT = "00"
               PERFORM PRINCIPAL
           END-IF.
           PERFORM LER-PASSEIO.
           CLOSE ARQUIVO-PASSEIO.
           IF WS-OK NOT = "S"
               PERFORM PRINCIPAL
           END-IF.
           IF NOT PAS-ABERTO
               DISPLAY "Passeio cancelado ou ja realizado."
               PERFORM PRINCIPAL
           END-IF.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
               PERFORM PRINCIPAL
           END-IF.
           PERFORM ABRIR-INSCRICOES.
           IF WS-STATUS-IPS NOT = "00"
               CLOSE ARQUIVO-ALUNOS
               PERFORM PRINCIPAL
           END-IF.
           MOVE "N" TO WS-RESP-OK.
           OPEN INPUT ARQUIVO-RESPONSAVEL.
           IF WS-STATUS-RSP = "00"
               MOVE "S" TO WS-RESP-OK
           END-IF.
           MOVE ZERO TO WS-TOTAL WS-TOTAL-NOVAS.
           MOVE "autorizacoes_passeio.rel" TO WS-REL-NOME.
           MOVE "AUTORIZACOES DE PASSEIO" TO WS-REL-TITULO.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ALUNOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CTL-MARCADOR NOT = "TRL"
                               AND (SITUACAO-ALUNO = SPACES
                                   OR SITUACAO-ALUNO = "A")
                           PERFORM CONFERIR-CONVITE
                       END-IF
               END-READ
           END-PERFORM.
           CALL "REL-FECHAR".
           CLOSE ARQUIVO-ALUNOS ARQUIVO-INSCRICAO-PASSEIO.
           IF WS-RESP-OK = "S"
               CLOSE ARQUIVO-RESPONSAVEL
           END-IF.
           DISPLAY WS-TOTAL " autorizacao(oes) impressa(s), "
               WS-TOTAL-NOVAS " aluno(s) inscrito(s) agora.".
           PERFORM PRINCIPAL.

       CONFERIR-CONVITE.
           MOVE "N" TO WS-CONVIDADA.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               IF PAS-TURMA(WS-IDX) NOT = SPACES
                       AND PAS-TURMA(WS-IDX) = TURMA
                   MOVE "S" TO WS-CONVIDADA
               END-IF
           END-PERFORM.
           IF WS-CONVIDADA NOT = "S"
               EXIT PARAGRAPH
           END-IF.
      * Reemissao nao mexe em quem ja respondeu: a inscricao so e
      * criada se ainda nao existe, e a autorizacao so e impressa
      * para quem continua pendente.
           MOVE PAS-NUMERO TO IPS-PASSEIO.
           MOVE MATRICULA-ALUNO TO IPS-MATRICULA.
           READ ARQUIVO-INSCRICAO-PASSEIO KEY IS IPS-CHAVE
               INVALID KEY
                   INITIALIZE REG-INSCRICAO-PASSEIO
                   MOVE PAS-NUMERO TO IPS-PASSEIO
                   MOVE MATRICULA-ALUNO TO IPS-MATRICULA
                   MOVE TURMA TO IPS-TURMA
                   SET IPS-PENDENTE TO TRUE
                   MOVE "N" TO IPS-PAGO
                   MOVE WS-OPERADOR-SESSAO TO IPS-OPERADOR
                   WRITE REG-INSCRICAO-PASSEIO
                       INVALID KEY
                           DISPLAY "Erro ao inscrever "
                               MATRICULA-ALUNO
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-NOVAS
                   END-WRITE
           END-READ.
           IF IPS-PENDENTE
               PERFORM IMPRIMIR-AUTORIZACAO
           END-IF.

       IMPRIMIR-AUTORIZACAO.
           ADD 1 TO WS-TOTAL.
           MOVE ALL "=" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           STRING "AUTORIZACAO PARA PASSEIO " PAS-NUMERO
                  "   ALUNO " MATRICULA-ALUNO " " NOME-ALUNO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           STRING "TURMA " TURMA "   PASSEIO: " PAS-DESCRICAO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           STRING "DESTINO: " PAS-DESTINO "  DATA "
                  PAS-DATA(7:2) "/" PAS-DATA(5:2) "/" PAS-DATA(1:4)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           STRING "SAIDA " PAS-HORA-SAIDA(1:2) ":"
                  PAS-HORA-SAIDA(3:2) "  RETORNO "
                  PAS-HORA-RETORNO(1:2) ":" PAS-HORA-RETORNO(3:2)
                  "  TRANSPORTE: " PAS-TRANSPORTE
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE PAS-CUSTO TO WS-ED-VALOR.
           STRING "CUSTO POR ALUNO R$ " WS-ED-VALOR
                  " (COBRADO COM A MENSALIDADE)   DEVOLVER ATE "
                  PAS-PRAZO-AUTORIZACAO(7:2) "/"
                  PAS-PRAZO-AUTORIZACAO(5:2) "/"
                  PAS-PRAZO-AUTORIZACAO(1:4)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "( ) AUTORIZO   ( ) NAO AUTORIZO a participacao do "
               TO WS-REL-LINHA.
           MOVE "aluno no passeio acima." TO WS-REL-LINHA(52:23).
           PERFORM ESCREVER-LINHA.
           IF WS-RESP-OK = "S"
               MOVE MATRICULA-ALUNO TO RSP-MATRICULA
               READ ARQUIVO-RESPONSAVEL KEY IS RSP-MATRICULA
                   INVALID KEY
                       MOVE SPACES TO RSP-NOME
               END-READ
           ELSE
               MOVE SPACES TO RSP-NOME
           END-IF.
           PERFORM ESCREVER-LINHA.
           STRING "RESPONSAVEL: " RSP-NOME
                  "  ASSINATURA: ____________________"
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       REGISTRAR-AUTORIZACAO.
           PERFORM VERIFICAR-PERFIL.
           PERFORM OBTER-HOJE.
           PERFORM ABRIR-PASSEIOS.
           IF WS-STATUS-PAS NOT = "00"
               PERFORM PRINCIPAL
           END-IF.
           PERFORM LER-PASSEIO.
           CLOSE ARQUIVO-PASSEIO.
           IF WS-OK NOT = "S"
               PERFORM PRINCIPAL
           END-IF.
           IF NOT PAS-ABERTO
               DISPLAY "Passeio cancelado ou ja realizado."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Matricula do Aluno: ".
           ACCEPT WS-MATRICULA.
           PERFORM ABRIR-INSCRICOES.
           IF WS-STATUS-IPS NOT = "00"
               PERFORM PRINCIPAL
           END-IF.
           MOVE WS-PASSEIO TO IPS-PASSEIO.
           MOVE WS-MATRICULA TO IPS-MATRICULA.
           READ ARQUIVO-INSCRICAO-PASSEIO KEY IS IPS-CHAVE
               INVALID KEY
                   DISPLAY "Aluno nao convidado para este passeio "
                       "(emita as autorizacoes antes)."
                   CLOSE ARQUIVO-INSCRICAO-PASSEIO
                   PERFORM PRINCIPAL
           END-READ.
           PERFORM LER-ALUNO.
           DISPLAY "Aluno: " WS-NOME-ALUNO "  Turma: " IPS-TURMA
               "  Autorizacao atual: " IPS-AUTORIZACAO.
           MOVE IPS-AUTORIZACAO TO WS-AUTORIZACAO-ANTERIOR.
           DISPLAY "Autorizacao devolvida (S=assinada N=recusada): ".
           ACCEPT WS-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA.
           IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "N"
               DISPLAY "Resposta invalida."
               CLOSE ARQUIVO-INSCRICAO-PASSEIO
               PERFORM PRINCIPAL
           END-IF.
           MOVE WS-RESPOSTA TO IPS-AUTORIZACAO.
           MOVE WS-HOJE TO IPS-DATA-AUTORIZACAO.
           DISPLAY "Responsavel que assinou: ".
           ACCEPT IPS-RESPONSAVEL.
           MOVE WS-OPERADOR-SESSAO TO IPS-OPERADOR.
           MOVE IPS-CHAVE TO WS-TAX-REFERENCIA.
           IF IPS-AUTORIZADO AND PAS-CUSTO > ZERO
                   AND IPS-PAGO NOT = "S"
               MOVE SPACES TO WS-TAX-DESCRICAO
               STRING "PASSEIO " PAS-DESCRICAO
                   DELIMITED BY SIZE INTO WS-TAX-DESCRICAO
               END-STRING
               CALL "LANCARTAXAVALOR" USING WS-TAX-TIPO WS-MATRICULA
                   PAS-CUSTO WS-TAX-REFERENCIA WS-TAX-DESCRICAO
                   WS-TAX-NUMERO
               MOVE WS-TAX-NUMERO TO IPS-TAXA-NUMERO
           END-IF.
      * Desistencia depois de autorizar: a taxa ainda aberta e
      * cancelada; a ja paga volta pelo credito da familia.
           IF IPS-RECUSADO AND WS-AUTORIZACAO-ANTERIOR = "S"
               CALL "CANCELARTAXAITEM" USING WS-TAX-TIPO
                   WS-TAX-REFERENCIA WS-OPERADOR-SESSAO
                   WS-TAX-SITUACAO
               EVALUATE WS-TAX-SITUACAO
                   WHEN "C"
                       DISPLAY "Taxa do passeio cancelada."
                       MOVE ZERO TO IPS-TAXA-NUMERO
                   WHEN "P"
                       DISPLAY "Taxa do passeio ja paga: devolver "
                           "pelo credito da familia."
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           REWRITE REG-INSCRICAO-PASSEIO
               INVALID KEY
                   DISPLAY "Erro ao regravar a inscricao."
               NOT INVALID KEY
                   DISPLAY "Autorizacao registrada."
           END-REWRITE.
           CLOSE ARQUIVO-INSCRICAO-PASSEIO.
           PERFORM PRINCIPAL.

       SITUACAO-PASSEIO.
           PERFORM ABRIR-PASSEIOS.
           IF WS-STATUS-PAS NOT = "00"
               PERFORM PRINCIPAL
           END-IF.
           PERFORM LER-PASSEIO.
           CLOSE ARQUIVO-PASSEIO.
           IF WS-OK NOT = "S"
               PERFORM PRINCIPAL
           END-IF.
           OPEN INPUT ARQUIVO-INSCRICAO-PASSEIO.
           IF WS-STATUS-IPS NOT = "00"
               DISPLAY "Nenhuma autorizacao emitida."
               PERFORM PRINCIPAL
           END-IF.
           MOVE ZERO TO WS-TOTAL WS-TOTAL-AUTORIZADOS
               WS-TOTAL-RECUSADOS WS-TOTAL-PENDENTES WS-TOTAL-PAGOS.
           MOVE "passeio_situacao.rel" TO WS-REL-NOME.
           MOVE "SITUACAO DO PASSEIO" TO WS-REL-TITULO.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           STRING "PASSEIO " PAS-NUMERO " " PAS-DESCRICAO "  DATA "
                  PAS-DATA(7:2) "/" PAS-DATA(5:2) "/" PAS-DATA(1:4)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE "MATR." TO WS-REL-LINHA(1:5).
           MOVE "ALUNO" TO WS-REL-LINHA(7:5).
           MOVE "TURMA" TO WS-REL-LINHA(28:5).
           MOVE "AUTORIZ." TO WS-REL-LINHA(39:8).
           MOVE "TAXA" TO WS-REL-LINHA(50:4).
           MOVE "PAGAMENTO" TO WS-REL-LINHA(57:9).
           PERFORM ESCREVER-LINHA.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           PERFORM INICIAR-INSCRICOES.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-INSCRICAO-PASSEIO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF IPS-PASSEIO NOT = WS-PASSEIO
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           PERFORM LISTAR-INSCRICAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-INSCRICAO-PASSEIO.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           STRING "CONVIDADOS " WS-TOTAL "  AUTORIZADOS "
                  WS-TOTAL-AUTORIZADOS "  RECUSADOS "
                  WS-TOTAL-RECUSADOS "  PENDENTES " WS-TOTAL-PENDENTES
                  "  PAGOS " WS-TOTAL-PAGOS
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".
           DISPLAY "Convidados: " WS-TOTAL "  Autorizados: "
               WS-TOTAL-AUTORIZADOS "  Recusados: "
               WS-TOTAL-RECUSADOS.
           DISPLAY "Pendentes: " WS-TOTAL-PENDENTES "  Pagos: "
               WS-TOTAL-PAGOS.
           PERFORM PRINCIPAL.

       LISTAR-INSCRICAO.
           ADD 1 TO WS-TOTAL.
           EVALUATE TRUE
               WHEN IPS-AUTORIZADO
                   ADD 1 TO WS-TOTAL-AUTORIZADOS
                   MOVE "ASSINADA" TO WS-DESC-AUTORIZACAO
               WHEN IPS-RECUSADO
                   ADD 1 TO WS-TOTAL-RECUSADOS
                   MOVE "RECUSADA" TO WS-DESC-AUTORIZACAO
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-PENDENTES
                   MOVE "PENDENTE" TO WS-DESC-AUTORIZACAO
           END-EVALUATE.
           MOVE SPACES TO WS-DESC-PAGO.
           IF IPS-PAGO = "S"
               ADD 1 TO WS-TOTAL-PAGOS
               MOVE IPS-DATA-PAGAMENTO(7:2) TO WS-DESC-PAGO(1:2)
               MOVE "/" TO WS-DESC-PAGO(3:1)
               MOVE IPS-DATA-PAGAMENTO(5:2) TO WS-DESC-PAGO(4:2)
               MOVE "/" TO WS-DESC-PAGO(6:1)
               MOVE IPS-DATA-PAGAMENTO(3:2) TO WS-DESC-PAGO(7:2)
           ELSE
               IF IPS-TAXA-NUMERO NOT = ZERO
                   MOVE "EM ABERTO" TO WS-DESC-PAGO
               END-IF
           END-IF.
           MOVE IPS-MATRICULA TO WS-MATRICULA.
           PERFORM LER-ALUNO.
           MOVE IPS-MATRICULA TO WS-REL-LINHA(1:5).
           MOVE WS-NOME-ALUNO TO WS-REL-LINHA(7:20).
           MOVE IPS-TURMA TO WS-REL-LINHA(28:10).
           MOVE WS-DESC-AUTORIZACAO TO WS-REL-LINHA(39:9).
           IF IPS-TAXA-NUMERO NOT = ZERO
               MOVE IPS-TAXA-NUMERO TO WS-REL-LINHA(50:5)
           END-IF.
           MOVE WS-DESC-PAGO TO WS-REL-LINHA(57:8).
           PERFORM ESCREVER-LINHA.

       LISTA-EMBARQUE.
           PERFORM ABRIR-PASSEIOS.
           IF WS-STATUS-PAS NOT = "00"
               PERFORM PRINCIPAL
           END-IF.
           PERFORM LER-PASSEIO.
           CLOSE ARQUIVO-PASSEIO.
           IF WS-OK NOT = "S"
               PERFORM PRINCIPAL
           END-IF.
           IF PAS-CANCELADO
               DISPLAY "Passeio cancelado."
               PERFORM PRINCIPAL
           END-IF.
           CALL "FICHAEMERGENCIA-PASSEIO" USING WS-PASSEIO.
           DISPLAY "Lista de embarque em lista_embarque.rel.".
           PERFORM PRINCIPAL.

       CANCELAR-PASSEIO.
           PERFORM VERIFICAR-PERFIL.
           PERFORM ABRIR-PASSEIOS.
           IF WS-STATUS-PAS NOT = "00"
               PERFORM PRINCIPAL
           END-IF.
           PERFORM LER-PASSEIO.
           IF WS-OK NOT = "S"
               CLOSE ARQUIVO-PASSEIO
               PERFORM PRINCIPAL
           END-IF.
           IF NOT PAS-ABERTO
               DISPLAY "Passeio ja cancelado ou realizado."
               CLOSE ARQUIVO-PASSEIO
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Confirma o cancelamento (S/N)? ".
           ACCEPT WS-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA.
           IF WS-RESPOSTA NOT = "S"
               CLOSE ARQUIVO-PASSEIO
               PERFORM PRINCIPAL
           END-IF.
           SET PAS-CANCELADO TO TRUE.
           MOVE WS-OPERADOR-SESSAO TO PAS-OPERADOR.
           REWRITE REG-PASSEIO
               INVALID KEY
                   DISPLAY "Erro ao regravar o passeio."
           END-REWRITE.
           CLOSE ARQUIVO-PASSEIO.
           MOVE ZERO TO WS-TOTAL-CANCELADAS WS-TOTAL-DEVOLVER.
           OPEN INPUT ARQUIVO-INSCRICAO-PASSEIO.
           IF WS-STATUS-IPS = "00"
               PERFORM INICIAR-INSCRICOES
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-INSCRICAO-PASSEIO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF IPS-PASSEIO NOT = WS-PASSEIO
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               PERFORM CANCELAR-TAXA-INSCRICAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-INSCRICAO-PASSEIO
           END-IF.
           DISPLAY "Passeio cancelado. Taxas canceladas: "
               WS-TOTAL-CANCELADAS "  Ja pagas, a devolver: "
               WS-TOTAL-DEVOLVER.
           PERFORM PRINCIPAL.

       CANCELAR-TAXA-INSCRICAO.
           IF IPS-TAXA-NUMERO = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE IPS-CHAVE TO WS-TAX-REFERENCIA.
           CALL "CANCELARTAXAITEM" USING WS-TAX-TIPO
               WS-TAX-REFERENCIA WS-OPERADOR-SESSAO WS-TAX-SITUACAO.
           EVALUATE WS-TAX-SITUACAO
               WHEN "C"
                   ADD 1 TO WS-TOTAL-CANCELADAS
               WHEN "P"
                   ADD 1 TO WS-TOTAL-DEVOLVER
                   DISPLAY "Taxa paga a devolver: matricula "
                       IPS-MATRICULA " taxa " IPS-TAXA-NUMERO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
