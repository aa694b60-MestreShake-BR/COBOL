       IDENTIFICATION DIVISION.
           PROGRAM-ID. ADMISSOES.
           AUTHOR. Alexandre S S Alves.

      * Processo de admissao de alunos novos para o ano seguinte,
      * que vivia em fichas de papel e numa planilha. O candidato
      * entra em candidatos.idx com o numero de inscricao, data de
      * nascimento, serie e unidade pretendidas, contato do
      * responsavel e as tres notas da avaliacao de entrada. A
      * classificacao por serie ordena os avaliados pela pontuacao
      * (empate: inscricao mais antiga) dentro de cada unidade e
      * confronta com as vagas que PREVISAOVAGAS deixou em
      * previsao_vagas.csv, descontados os candidatos ja
      * matriculados: dentro das vagas e acima da nota minima e
      * aprovado (carta de aprovacao pela fila de eventos, tipo
      * ADMISSAO), fora das vagas fica excedente, abaixo da nota
      * minima e reprovado. O aprovado que confirma vira matricula
      * em ALUNOSRELATIVOS (Matricular Candidato Aprovado), com a
      * mesma validacao da matricula comum. No encerramento, quem
      * sobrou aprovado ou excedente sem matricula vai para
      * lista_espera.csv (LISTAESPERA) na ordem da classificacao,
      * na primeira turma ativa da serie e unidade, com uma
      * matricula ja reservada.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CANDIDATO ASSIGN TO "candidatos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAN-NUMERO
               FILE STATUS IS WS-STATUS-CAN.
           SELECT ARQUIVO-PREVISAO ASSIGN TO "previsao_vagas.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRV.
           SELECT ARQUIVO-ESPERA ASSIGN TO "lista_espera.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESP.
           SELECT ARQUIVO-TURMA ASSIGN TO "turmas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS WS-STATUS-TUR.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CANDIDATO.
           COPY "RegistroCandidato.cpy".

       FD  ARQUIVO-PREVISAO.
       01 LINHA-PREVISAO PIC X(40).

       FD  ARQUIVO-ESPERA.
       01 LINHA-ESPERA PIC X(60).

       FD  ARQUIVO-TURMA.
           COPY "RegistroTurma.cpy".

       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-CAN PIC X(2).
       01 WS-STATUS-PRV PIC X(2).
       01 WS-STATUS-ESP PIC X(2).
       01 WS-STATUS-TUR PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-NUMERO PIC 9(5).
       01 WS-ANO-LETIVO PIC 9(4).
       01 WS-SERIE PIC 9(2).
       01 WS-NOTA-MINIMA PIC 9(2)V9(2).
       01 WS-IND-NOTA PIC 9.
       01 WS-SOMA-NOTAS PIC 9(3)V9(2).
       01 WS-NOTA-OK PIC X.
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-CONFIRMA PIC X.
       01 WS-SITUACAO-ANTERIOR PIC X.
       01 WS-DESC-SITUACAO PIC X(12).
       01 WS-ED-PONTUACAO PIC Z9.99.
       01 WS-CAMPOS.
           05 WS-CAMPO PIC X(10) OCCURS 5 TIMES.
       01 WS-EVT-TIPO PIC X(14).
       01 WS-EVT-CHAVE PIC X(10).
       01 WS-EVT-DADOS PIC X(60).
      * Vagas livres da serie por unidade, de previsao_vagas.csv,
      * e quantos candidatos da serie ja viraram matricula.
       01 WS-TAB-VAGAS.
           05 WS-TV-ENT OCCURS 10 TIMES.
               10 WS-TV-UNIDADE PIC X(3).
               10 WS-TV-VAGAS PIC 9(4).
               10 WS-TV-OCUPADAS PIC 9(4).
       01 WS-TV-QTD PIC 9(2) VALUE ZERO.
       01 WS-IND-VAGA PIC 9(2).
       01 WS-IND-VAGA-ACHADA PIC 9(2).
       01 WS-UNIDADE-BUSCA PIC X(3).
       01 WS-VAGAS-LIVRES PIC S9(4).
       01 WS-ED-VAGAS PIC ZZZ9.
      * Candidatos da serie em memoria, ordenados pela chave
      * WS-TC-ORDENACAO (unidade, ordem, inscricao).
       01 WS-TAB-CANDIDATOS.
           05 WS-TC-ENT OCCURS 300 TIMES.
               10 WS-TC-ORDENACAO.
                   15 WS-TC-UNIDADE PIC X(3).
                   15 WS-TC-ORDEM PIC 9(4).
                   15 WS-TC-NUMERO PIC 9(5).
               10 WS-TC-PONTUACAO PIC 9(2)V9(2).
       01 WS-TC-QTD PIC 9(3) VALUE ZERO.
       01 WS-TC-TROCA PIC X(16).
       01 WS-IND PIC 9(3).
       01 WS-IND-2 PIC 9(3).
       01 WS-UNIDADE-ATUAL PIC X(3).
       01 WS-POSICAO PIC 9(3).
       01 WS-APROVADOS-UNIDADE PIC 9(4).
       01 WS-TOTAL-APROVADOS PIC 9(4).
       01 WS-TOTAL-EXCEDENTES PIC 9(4).
       01 WS-TOTAL-REPROVADOS PIC 9(4).
       01 WS-TOTAL-CARTAS PIC 9(4).
       01 WS-TOTAL-ENCAMINHADOS PIC 9(4).
       01 WS-TOTAL-SEM-TURMA PIC 9(4).
       01 WS-TURMA-DESTINO PIC X(10).
       01 WS-PROXIMA-MATRICULA PIC 9(5).
       01 WS-STATUS-MATRICULA PIC X.
       01 WS-MATRICULA-LIDA PIC 9(5).
       01 WS-NOME-REL PIC X(30) VALUE "classificacao_admissao.rel".
       01 WS-TITULO-REL PIC X(40)
           VALUE "CLASSIFICACAO DA ADMISSAO POR SERIE".
       01 WS-LINHA-REL PIC X(80).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Admissao de Alunos Novos        ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Inscrever Candidato           ".
           DISPLAY "2 -  Lancar Notas da Avaliacao     ".
           DISPLAY "3 -  Classificar Serie (perfil B)  ".
           DISPLAY "4 -  Consultar Candidato           ".
           DISPLAY "5 -  Encerrar: Lista de Espera (B) ".
           DISPLAY "6 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM INSCREVER-CANDIDATO
               WHEN 2
                   PERFORM LANCAR-NOTAS
               WHEN 3
                   PERFORM CLASSIFICAR-SERIE
               WHEN 4
                   PERFORM CONSULTAR-CANDIDATO
               WHEN 5
                   PERFORM ENCAMINHAR-ESPERA
               WHEN 6
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

       ABRIR-ARQUIVO.
           OPEN I-O ARQUIVO-CANDIDATO.
           EVALUATE WS-STATUS-CAN
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-CANDIDATO
                   CLOSE ARQUIVO-CANDIDATO
                   OPEN I-O ARQUIVO-CANDIDATO
               WHEN OTHER
                   DISPLAY "Erro ao abrir candidatos.idx. STATUS="
                       WS-STATUS-CAN
           END-EVALUATE.

       OBTER-HOJE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.

       INSCREVER-CANDIDATO.
      * O numero de inscricao e o proximo livre: o maior ja usado
      * mais um.
           PERFORM OBTER-HOJE.
           PERFORM ABRIR-ARQUIVO.
           MOVE ZERO TO WS-NUMERO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CANDIDATO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE CAN-NUMERO TO WS-NUMERO
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NUMERO.
           INITIALIZE REG-CANDIDATO.
           MOVE WS-NUMERO TO CAN-NUMERO.
           DISPLAY "Nome do candidato: ".
           ACCEPT CAN-NOME.
           DISPLAY "Data de nascimento (AAAAMMDD): ".
           ACCEPT CAN-DATA-NASCIMENTO.
           DISPLAY "Ano letivo pretendido: ".
           ACCEPT CAN-ANO-LETIVO.
           DISPLAY "Serie pretendida: ".
           ACCEPT CAN-SERIE.
           DISPLAY "Unidade (vazio = sede): ".
           ACCEPT CAN-UNIDADE.
           IF CAN-NOME = SPACES
                   OR CAN-DATA-NASCIMENTO NOT > 19000101
                   OR CAN-DATA-NASCIMENTO NOT < WS-HOJE
                   OR CAN-SERIE = ZERO
               DISPLAY "Erro: nome, nascimento ou serie invalidos. "
                   "Inscricao cancelada."
               CLOSE ARQUIVO-CANDIDATO
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Nome do responsavel: ".
           ACCEPT CAN-RSP-NOME.
           DISPLAY "Parentesco (pai/mae/avo/tutor...): ".
           ACCEPT CAN-RSP-PARENTESCO.
           DISPLAY "Telefone: ".
           ACCEPT CAN-RSP-TELEFONE.
           DISPLAY "Endereco: ".
           ACCEPT CAN-RSP-ENDERECO.
           SET CAN-INSCRITO TO TRUE.
           MOVE WS-HOJE TO CAN-DATA-INSCRICAO.
           MOVE WS-OPERADOR-SESSAO TO CAN-OPERADOR.
           WRITE REG-CANDIDATO
               INVALID KEY
                   DISPLAY "Erro ao gravar a inscricao!"
               NOT INVALID KEY
                   DISPLAY "Inscricao " CAN-NUMERO " gravada."
           END-WRITE.
           CLOSE ARQUIVO-CANDIDATO.
           PERFORM PRINCIPAL.

       LANCAR-NOTAS.
      * Notas de 0 a 10; a pontuacao e a media simples das tres.
      * Candidato ja matriculado ou na lista de espera nao muda.
           DISPLAY "Numero de inscricao: ".
           ACCEPT WS-NUMERO.
           PERFORM ABRIR-ARQUIVO.
           MOVE WS-NUMERO TO CAN-NUMERO.
           READ ARQUIVO-CANDIDATO KEY IS CAN-NUMERO
               INVALID KEY
                   DISPLAY "Inscricao nao encontrada."
                   CLOSE ARQUIVO-CANDIDATO
                   PERFORM PRINCIPAL
           END-READ.
           IF CAN-CONVERTIDO OR CAN-EM-ESPERA
               DISPLAY "Candidato ja encaminhado; notas travadas."
               CLOSE ARQUIVO-CANDIDATO
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Candidato: " CAN-NOME " serie " CAN-SERIE.
           MOVE "S" TO WS-NOTA-OK.
           MOVE ZERO TO WS-SOMA-NOTAS.
           PERFORM VARYING WS-IND-NOTA FROM 1 BY 1
                   UNTIL WS-IND-NOTA > 3
               EVALUATE WS-IND-NOTA
                   WHEN 1
                       DISPLAY "Nota de portugues: "
                   WHEN 2
                       DISPLAY "Nota de matematica: "
                   WHEN 3
                       DISPLAY "Nota de redacao: "
               END-EVALUATE
               ACCEPT CAN-NOTA(WS-IND-NOTA)
               IF CAN-NOTA(WS-IND-NOTA) > 10
                   MOVE "N" TO WS-NOTA-OK
               END-IF
               ADD CAN-NOTA(WS-IND-NOTA) TO WS-SOMA-NOTAS
           END-PERFORM.
           IF WS-NOTA-OK NOT = "S"
               DISPLAY "Erro: nota acima de 10. Nada gravado."
               CLOSE ARQUIVO-CANDIDATO
               PERFORM PRINCIPAL
           END-IF.
           COMPUTE CAN-PONTUACAO ROUNDED = WS-SOMA-NOTAS / 3.
           IF CAN-INSCRITO
               SET CAN-AVALIADO TO TRUE
           END-IF.
           MOVE WS-OPERADOR-SESSAO TO CAN-OPERADOR.
           REWRITE REG-CANDIDATO.
           MOVE CAN-PONTUACAO TO WS-ED-PONTUACAO.
           DISPLAY "Pontuacao: " WS-ED-PONTUACAO.
           CLOSE ARQUIVO-CANDIDATO.
           PERFORM PRINCIPAL.

       CONSULTAR-CANDIDATO.
           DISPLAY "Numero de inscricao: ".
           ACCEPT WS-NUMERO.
           PERFORM ABRIR-ARQUIVO.
           MOVE WS-NUMERO TO CAN-NUMERO.
           READ ARQUIVO-CANDIDATO KEY IS CAN-NUMERO
               INVALID KEY
                   DISPLAY "Inscricao nao encontrada."
               NOT INVALID KEY
                   PERFORM DESCREVER-SITUACAO
                   MOVE CAN-PONTUACAO TO WS-ED-PONTUACAO
                   DISPLAY "Candidato:  " CAN-NOME
                       " nasc. " CAN-DATA-NASCIMENTO
                   DISPLAY "Pretende:   serie " CAN-SERIE
                       " unidade " CAN-UNIDADE
                       " ano " CAN-ANO-LETIVO
                   DISPLAY "Notas:      " CAN-NOTA(1) " "
                       CAN-NOTA(2) " " CAN-NOTA(3)
                       "  pontuacao " WS-ED-PONTUACAO
                   DISPLAY "Situacao:   " WS-DESC-SITUACAO
                       " classificacao " CAN-CLASSIFICACAO
                   DISPLAY "Responsavel: " CAN-RSP-NOME
                       " " CAN-RSP-TELEFONE
                   IF CAN-CONVERTIDO OR CAN-EM-ESPERA
                       DISPLAY "Matricula:  " CAN-MATRICULA
                   END-IF
                   IF CAN-APROVADO
                       DISPLAY "Para matricular: ALUNOSRELATIVOS, "
                           "Matricular Candidato Aprovado."
                   END-IF
           END-READ.
           CLOSE ARQUIVO-CANDIDATO.
           PERFORM PRINCIPAL.

       DESCREVER-SITUACAO.
           EVALUATE TRUE
               WHEN CAN-INSCRITO
                   MOVE "INSCRITO" TO WS-DESC-SITUACAO
               WHEN CAN-AVALIADO
                   MOVE "AVALIADO" TO WS-DESC-SITUACAO
               WHEN CAN-APROVADO
                   MOVE "APROVADO" TO WS-DESC-SITUACAO
               WHEN CAN-EXCEDENTE
                   MOVE "EXCEDENTE" TO WS-DESC-SITUACAO
               WHEN CAN-REPROVADO
                   MOVE "REPROVADO" TO WS-DESC-SITUACAO
               WHEN CAN-CONVERTIDO
                   MOVE "MATRICULADO" TO WS-DESC-SITUACAO
               WHEN CAN-EM-ESPERA
                   MOVE "EM ESPERA" TO WS-DESC-SITUACAO
               WHEN OTHER
                   MOVE "?" TO WS-DESC-SITUACAO
           END-EVALUATE.

       PEDIR-SERIE.
           DISPLAY "Ano letivo: ".
           ACCEPT WS-ANO-LETIVO.
           DISPLAY "Serie: ".
           ACCEPT WS-SERIE.

       CLASSIFICAR-SERIE.
      * Pode ser rodada de novo (vaga liberada, nota corrigida): a
      * classificacao e refeita para os avaliados, aprovados,
      * excedentes e reprovados; a carta so sai para quem passa a
      * aprovado nesta rodada.
           IF WS-PERFIL-SESSAO NOT = "B"
               DISPLAY "Permissao negada: a classificacao exige "
                   "perfil B."
               PERFORM PRINCIPAL
           END-IF.
           PERFORM PEDIR-SERIE.
           DISPLAY "Nota minima de aprovacao (0 a 10): ".
           ACCEPT WS-NOTA-MINIMA.
           PERFORM CARREGAR-VAGAS.
           IF WS-TV-QTD = ZERO
               DISPLAY "Sem previsao de vagas para a serie em "
                   "previsao_vagas.csv (rode PREVISAOVAGAS antes)."
               PERFORM PRINCIPAL
           END-IF.
           PERFORM ABRIR-ARQUIVO.
           MOVE ZERO TO WS-TC-QTD.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CANDIDATO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CAN-ANO-LETIVO = WS-ANO-LETIVO
                               AND CAN-SERIE = WS-SERIE
                           PERFORM CARREGAR-CANDIDATO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TC-QTD = ZERO
               DISPLAY "Nenhum candidato avaliado na serie."
               CLOSE ARQUIVO-CANDIDATO
               PERFORM PRINCIPAL
           END-IF.
           PERFORM ORDENAR-CANDIDATOS.

           MOVE ZERO TO WS-TOTAL-APROVADOS.
           MOVE ZERO TO WS-TOTAL-EXCEDENTES.
           MOVE ZERO TO WS-TOTAL-REPROVADOS.
           MOVE ZERO TO WS-TOTAL-CARTAS.
           CALL "REL-ABRIR" USING WS-NOME-REL WS-TITULO-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "ANO LETIVO " WS-ANO-LETIVO " SERIE " WS-SERIE
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE HIGH-VALUES TO WS-UNIDADE-ATUAL.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TC-QTD
               IF WS-TC-UNIDADE(WS-IND) NOT = WS-UNIDADE-ATUAL
                   PERFORM INICIAR-UNIDADE
               END-IF
               PERFORM CLASSIFICAR-CANDIDATO
           END-PERFORM.
           CLOSE ARQUIVO-CANDIDATO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "APROVADOS " WS-TOTAL-APROVADOS
                  "  EXCEDENTES " WS-TOTAL-EXCEDENTES
                  "  REPROVADOS " WS-TOTAL-REPROVADOS
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           CALL "REL-FECHAR".
           DISPLAY "Aprovados:  " WS-TOTAL-APROVADOS.
           DISPLAY "Excedentes: " WS-TOTAL-EXCEDENTES.
           DISPLAY "Reprovados: " WS-TOTAL-REPROVADOS.
           DISPLAY "Cartas de aprovacao na fila: " WS-TOTAL-CARTAS.
           DISPLAY "Classificacao gravada em "
               "classificacao_admissao.rel.".
           PERFORM PRINCIPAL.

       CARREGAR-VAGAS.
      * Linha SERIE;UNIDADE;DEMANDA;CAPACIDADE;VAGAS gravada por
      * PREVISAOVAGAS; so interessam as da serie classificada.
           MOVE ZERO TO WS-TV-QTD.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-PREVISAO.
           IF WS-STATUS-PRV NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-PREVISAO
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS
                       UNSTRING LINHA-PREVISAO DELIMITED BY ";"
                           INTO WS-CAMPO(1) WS-CAMPO(2)
                                WS-CAMPO(3) WS-CAMPO(4)
                                WS-CAMPO(5)
                       END-UNSTRING
                       IF FUNCTION NUMVAL(WS-CAMPO(1)) = WS-SERIE
                               AND WS-TV-QTD < 10
                           ADD 1 TO WS-TV-QTD
                           MOVE WS-CAMPO(2)
                               TO WS-TV-UNIDADE(WS-TV-QTD)
                           MOVE FUNCTION NUMVAL(WS-CAMPO(5))
                               TO WS-TV-VAGAS(WS-TV-QTD)
                           MOVE ZERO TO WS-TV-OCUPADAS(WS-TV-QTD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-PREVISAO.

       ACHAR-VAGA.
           MOVE ZERO TO WS-IND-VAGA-ACHADA.
           PERFORM VARYING WS-IND-VAGA FROM 1 BY 1
                   UNTIL WS-IND-VAGA > WS-TV-QTD
               IF WS-TV-UNIDADE(WS-IND-VAGA) = WS-UNIDADE-BUSCA
                   MOVE WS-IND-VAGA TO WS-IND-VAGA-ACHADA
                   MOVE WS-TV-QTD TO WS-IND-VAGA
               END-IF
           END-PERFORM.

       CARREGAR-CANDIDATO.
      * Matriculado ja ocupa vaga da unidade; avaliado entra na
      * disputa, com a ordem invertida da pontuacao para a maior
      * nota vir primeiro.
           IF CAN-CONVERTIDO
               MOVE CAN-UNIDADE TO WS-UNIDADE-BUSCA
               PERFORM ACHAR-VAGA
               IF WS-IND-VAGA-ACHADA > ZERO
                   ADD 1 TO WS-TV-OCUPADAS(WS-IND-VAGA-ACHADA)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF NOT CAN-CLASSIFICAVEL
               EXIT PARAGRAPH
           END-IF.
           IF WS-TC-QTD >= 300
               DISPLAY "Aviso: mais de 300 candidatos; inscricao "
                   CAN-NUMERO " fora da classificacao."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TC-QTD.
           MOVE CAN-UNIDADE TO WS-TC-UNIDADE(WS-TC-QTD).
           COMPUTE WS-TC-ORDEM(WS-TC-QTD) =
               1000 - (CAN-PONTUACAO * 100).
           MOVE CAN-NUMERO TO WS-TC-NUMERO(WS-TC-QTD).
           MOVE CAN-PONTUACAO TO WS-TC-PONTUACAO(WS-TC-QTD).

       ORDENAR-CANDIDATOS.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND >= WS-TC-QTD
               PERFORM VARYING WS-IND-2 FROM 1 BY 1
                       UNTIL WS-IND-2 > WS-TC-QTD - WS-IND
                   IF WS-TC-ORDENACAO(WS-IND-2) >
                           WS-TC-ORDENACAO(WS-IND-2 + 1)
                       MOVE WS-TC-ENT(WS-IND-2) TO WS-TC-TROCA
                       MOVE WS-TC-ENT(WS-IND-2 + 1)
                           TO WS-TC-ENT(WS-IND-2)
                       MOVE WS-TC-TROCA TO WS-TC-ENT(WS-IND-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       INICIAR-UNIDADE.
           MOVE WS-TC-UNIDADE(WS-IND) TO WS-UNIDADE-ATUAL.
           MOVE WS-UNIDADE-ATUAL TO WS-UNIDADE-BUSCA.
           PERFORM ACHAR-VAGA.
           IF WS-IND-VAGA-ACHADA > ZERO
               COMPUTE WS-VAGAS-LIVRES =
                   WS-TV-VAGAS(WS-IND-VAGA-ACHADA)
                   - WS-TV-OCUPADAS(WS-IND-VAGA-ACHADA)
           ELSE
               MOVE ZERO TO WS-VAGAS-LIVRES
           END-IF.
           IF WS-VAGAS-LIVRES < ZERO
               MOVE ZERO TO WS-VAGAS-LIVRES
           END-IF.
           MOVE WS-VAGAS-LIVRES TO WS-ED-VAGAS.
           MOVE ZERO TO WS-POSICAO.
           MOVE ZERO TO WS-APROVADOS-UNIDADE.
           MOVE ALL "-" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "UNIDADE " WS-UNIDADE-ATUAL
                  "  VAGAS LIVRES " WS-ED-VAGAS
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           IF WS-IND-VAGA-ACHADA > ZERO
               MOVE "(JA MATRICULADOS:" TO WS-LINHA-REL(34:17)
               MOVE WS-TV-OCUPADAS(WS-IND-VAGA-ACHADA)
                   TO WS-LINHA-REL(52:4)
               MOVE ")" TO WS-LINHA-REL(56:1)
           ELSE
               MOVE "(SEM PREVISAO PARA A UNIDADE)"
                   TO WS-LINHA-REL(34:29)
           END-IF.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       CLASSIFICAR-CANDIDATO.
           ADD 1 TO WS-POSICAO.
           MOVE WS-TC-NUMERO(WS-IND) TO CAN-NUMERO.
           READ ARQUIVO-CANDIDATO KEY IS CAN-NUMERO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE CAN-SITUACAO TO WS-SITUACAO-ANTERIOR.
           MOVE WS-POSICAO TO CAN-CLASSIFICACAO.
           IF CAN-PONTUACAO < WS-NOTA-MINIMA
               SET CAN-REPROVADO TO TRUE
               ADD 1 TO WS-TOTAL-REPROVADOS
           ELSE
               IF WS-APROVADOS-UNIDADE < WS-VAGAS-LIVRES
                   SET CAN-APROVADO TO TRUE
                   ADD 1 TO WS-APROVADOS-UNIDADE
                   ADD 1 TO WS-TOTAL-APROVADOS
               ELSE
                   SET CAN-EXCEDENTE TO TRUE
                   ADD 1 TO WS-TOTAL-EXCEDENTES
               END-IF
           END-IF.
           REWRITE REG-CANDIDATO.
           IF CAN-APROVADO AND WS-SITUACAO-ANTERIOR NOT = "A"
               PERFORM ENFILEIRAR-CARTA
           END-IF.
           PERFORM DESCREVER-SITUACAO.
           MOVE CAN-PONTUACAO TO WS-ED-PONTUACAO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  " CAN-CLASSIFICACAO ". " CAN-NUMERO
                  " " CAN-NOME " " WS-ED-PONTUACAO
                  "  " WS-DESC-SITUACAO
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       ENFILEIRAR-CARTA.
      * Carta de aprovacao pela fila de eventos; NOTIFICACOES le o
      * responsavel em candidatos.idx pela inscricao.
           MOVE "ADMISSAO" TO WS-EVT-TIPO.
           MOVE CAN-NUMERO TO WS-EVT-CHAVE.
           MOVE SPACES TO WS-EVT-DADOS.
           STRING "SERIE " CAN-SERIE " UNIDADE " CAN-UNIDADE
                  " ANO " CAN-ANO-LETIVO
                  " CLASSIFICACAO " CAN-CLASSIFICACAO
                  DELIMITED BY SIZE INTO WS-EVT-DADOS
           END-STRING.
           CALL "GRAVAREVENTO" USING WS-EVT-TIPO WS-EVT-CHAVE
               WS-EVT-DADOS.
           ADD 1 TO WS-TOTAL-CARTAS.

       ENCAMINHAR-ESPERA.
      * Encerramento da admissao da serie: aprovado que nao
      * confirmou e excedente vao para a lista de espera, na ordem
      * da classificacao dentro de cada unidade.
           IF WS-PERFIL-SESSAO NOT = "B"
               DISPLAY "Permissao negada: o encerramento exige "
                   "perfil B."
               PERFORM PRINCIPAL
           END-IF.
           PERFORM PEDIR-SERIE.
           DISPLAY "Encaminhar os nao matriculados da serie a "
               "lista de espera? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Encerramento abortado."
               PERFORM PRINCIPAL
           END-IF.
           PERFORM ABRIR-ARQUIVO.
           MOVE ZERO TO WS-TC-QTD.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CANDIDATO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CAN-ANO-LETIVO = WS-ANO-LETIVO
                               AND CAN-SERIE = WS-SERIE
                               AND (CAN-APROVADO OR CAN-EXCEDENTE)
                               AND WS-TC-QTD < 300
                           ADD 1 TO WS-TC-QTD
                           MOVE CAN-UNIDADE
                               TO WS-TC-UNIDADE(WS-TC-QTD)
                           MOVE CAN-CLASSIFICACAO
                               TO WS-TC-ORDEM(WS-TC-QTD)
                           MOVE CAN-NUMERO
                               TO WS-TC-NUMERO(WS-TC-QTD)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TC-QTD = ZERO
               DISPLAY "Nenhum candidato a encaminhar."
               CLOSE ARQUIVO-CANDIDATO
               PERFORM PRINCIPAL
           END-IF.
           PERFORM ORDENAR-CANDIDATOS.
           PERFORM CALCULAR-PROXIMA-MATRICULA.
           OPEN INPUT ARQUIVO-TURMA.
           IF WS-STATUS-TUR NOT = "00"
               DISPLAY "turmas.idx indisponivel (STATUS="
                   WS-STATUS-TUR ")."
               CLOSE ARQUIVO-CANDIDATO
               PERFORM PRINCIPAL
           END-IF.
           OPEN EXTEND ARQUIVO-ESPERA.
           IF WS-STATUS-ESP = "35"
               OPEN OUTPUT ARQUIVO-ESPERA
           END-IF.
           MOVE ZERO TO WS-TOTAL-ENCAMINHADOS.
           MOVE ZERO TO WS-TOTAL-SEM-TURMA.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TC-QTD
               PERFORM ENCAMINHAR-CANDIDATO
           END-PERFORM.
           CLOSE ARQUIVO-ESPERA.
           CLOSE ARQUIVO-TURMA.
           CLOSE ARQUIVO-CANDIDATO.
           DISPLAY "Encaminhados a lista de espera: "
               WS-TOTAL-ENCAMINHADOS.
           IF WS-TOTAL-SEM-TURMA > ZERO
               DISPLAY "Sem turma ativa da serie/unidade (ficaram "
                   "como estavam): " WS-TOTAL-SEM-TURMA
           END-IF.
           PERFORM PRINCIPAL.

       ENCAMINHAR-CANDIDATO.
           MOVE WS-TC-NUMERO(WS-IND) TO CAN-NUMERO.
           READ ARQUIVO-CANDIDATO KEY IS CAN-NUMERO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM BUSCAR-TURMA-DESTINO.
           IF WS-TURMA-DESTINO = SPACES
               ADD 1 TO WS-TOTAL-SEM-TURMA
               DISPLAY "  Inscricao " CAN-NUMERO ": sem turma ativa "
                   "da serie na unidade " CAN-UNIDADE
               EXIT PARAGRAPH
           END-IF.
           PERFORM RESERVAR-MATRICULA.
           MOVE SPACES TO LINHA-ESPERA.
           STRING WS-TURMA-DESTINO DELIMITED BY SPACE ";"
                  WS-PROXIMA-MATRICULA DELIMITED BY SIZE ";"
                  CAN-NOME DELIMITED BY SIZE
               INTO LINHA-ESPERA
           END-STRING.
           WRITE LINHA-ESPERA.
           SET CAN-EM-ESPERA TO TRUE.
           MOVE WS-PROXIMA-MATRICULA TO CAN-MATRICULA.
           MOVE WS-OPERADOR-SESSAO TO CAN-OPERADOR.
           REWRITE REG-CANDIDATO.
           ADD 1 TO WS-PROXIMA-MATRICULA.
           ADD 1 TO WS-TOTAL-ENCAMINHADOS.
           DISPLAY "  Inscricao " CAN-NUMERO " -> turma "
               WS-TURMA-DESTINO " matricula " CAN-MATRICULA.

       BUSCAR-TURMA-DESTINO.
      * Primeira turma ativa do ano, serie e unidade pretendidos;
      * a secretaria remaneja depois se abrir vaga em outra.
           MOVE SPACES TO WS-TURMA-DESTINO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO TUR-CODIGO.
           START ARQUIVO-TURMA KEY IS >= TUR-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-TURMA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TUR-ATIVA
                               AND TUR-ANO-LETIVO = CAN-ANO-LETIVO
                               AND TUR-SERIE = CAN-SERIE
                               AND TUR-UNIDADE = CAN-UNIDADE
                           MOVE TUR-CODIGO TO WS-TURMA-DESTINO
                           MOVE "S" TO WS-FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM.

       CALCULAR-PROXIMA-MATRICULA.
      * A matricula reservada na fila tem de estar livre em
      * alunos.idx, nas outras reservas da fila e nos candidatos ja
      * encaminhados: parte do maior numero em uso nos tres.
           MOVE ZERO TO WS-PROXIMA-MATRICULA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU = "00"
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-ALUNOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CTL-MARCADOR NOT = "TRL"
                                   AND MATRICULA-ALUNO
                                       > WS-PROXIMA-MATRICULA
                               MOVE MATRICULA-ALUNO
                                   TO WS-PROXIMA-MATRICULA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-ALUNOS
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-ESPERA.
           IF WS-STATUS-ESP = "00"
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-ESPERA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE SPACES TO WS-CAMPOS
                           UNSTRING LINHA-ESPERA DELIMITED BY ";"
                               INTO WS-CAMPO(1) WS-CAMPO(2)
                           END-UNSTRING
                           MOVE FUNCTION NUMVAL(WS-CAMPO(2))
                               TO WS-MATRICULA-LIDA
                           IF WS-MATRICULA-LIDA
                                   > WS-PROXIMA-MATRICULA
                               MOVE WS-MATRICULA-LIDA
                                   TO WS-PROXIMA-MATRICULA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-ESPERA
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE ZERO TO CAN-NUMERO.
           START ARQUIVO-CANDIDATO KEY IS >= CAN-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CANDIDATO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CAN-MATRICULA > WS-PROXIMA-MATRICULA
                           MOVE CAN-MATRICULA
                               TO WS-PROXIMA-MATRICULA
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-PROXIMA-MATRICULA.

       RESERVAR-MATRICULA.
      * Pula numero ja usado por professor (VALIDARMATRICULA).
           CALL "VALIDARMATRICULA" USING WS-PROXIMA-MATRICULA
               WS-STATUS-MATRICULA.
           PERFORM UNTIL WS-STATUS-MATRICULA = "L"
               ADD 1 TO WS-PROXIMA-MATRICULA
               CALL "VALIDARMATRICULA" USING WS-PROXIMA-MATRICULA
                   WS-STATUS-MATRICULA
           END-PERFORM.
