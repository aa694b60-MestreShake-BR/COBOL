       IDENTIFICATION DIVISION.
           PROGRAM-ID. ORIENTACAO.
           AUTHOR. Alexandre S S Alves.

      * Ficha sigilosa da orientacao educacional. O aluno com
      * dificuldade de aprendizagem, problema de comportamento ou
      * situacao familiar ganha um caso (casos_orientacao.idx),
      * aberto a partir da ocorrencia que o disparou
      * (ocorrencias.idx), de um alerta de evasao
      * (alertas_evasao.dat) ou por demanda espontanea. No caso
      * ficam as notas datadas de acompanhamento e os
      * encaminhamentos externos (psicologo, Conselho Tutelar,
      * unidade de saude) com o retorno de cada servico
      * (acompanhamentos_orientacao.idx), ate o encerramento.
      * So o perfil O (orientacao) entra aqui, nem o perfil B: o
      * conteudo e sigiloso. A lista de casos abertos sem
      * acompanhamento ha mais de 30 dias sai em
      * orientacao_casos_parados.rel.
      * Toda exibicao das notas de um caso fica registrada no log de
      * acessos a dados sensiveis (REGISTRARACESSO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CASO ASSIGN TO "casos_orientacao.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-NUMERO
               FILE STATUS IS WS-STATUS-CAS.
           SELECT ARQUIVO-ACOMPANHAMENTO
               ASSIGN TO "acompanhamentos_orientacao.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACO-CHAVE
               FILE STATUS IS WS-STATUS-ACO.
           SELECT ARQUIVO-OCORRENCIA ASSIGN TO "ocorrencias.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCO-CHAVE
               FILE STATUS IS WS-STATUS-OCO.
           SELECT ARQUIVO-ALERTAS ASSIGN TO "alertas_evasao.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALE.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CASO.
           COPY "RegistroCasoOrientacao.cpy".

       FD  ARQUIVO-ACOMPANHAMENTO.
           COPY "RegistroAcompanhamento.cpy".

       FD  ARQUIVO-OCORRENCIA.
           COPY "RegistroOcorrencia.cpy".

       FD  ARQUIVO-ALERTAS.
       01 REG-ALERTA-EVASAO.
           05 ALE-MATRICULA PIC 9(5).
           05 ALE-DATA-INICIO PIC 9(8).

       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9(1).
       01 WS-STATUS-CAS PIC X(2).
       01 WS-STATUS-ACO PIC X(2).
       01 WS-STATUS-OCO PIC X(2).
       01 WS-STATUS-ALE PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-FIM-ACO PIC X.
       01 WS-OK PIC X.
       01 WS-RESPOSTA PIC X.
       01 WS-MATRICULA PIC 9(5).
       01 WS-NOME-ALUNO PIC X(20).
       01 WS-TURMA-ALUNO PIC X(10).
       01 WS-NUMERO PIC 9(5).
       01 WS-CASO-ABERTO PIC 9(5).
       01 WS-SEQ PIC 9(3).
       01 WS-DATA PIC 9(8).
       01 WS-DATA-ORIGEM PIC 9(8).
       01 WS-SEQ-ORIGEM PIC 9(2).
       01 WS-TOTAL PIC 9(4).
       01 WS-TOTAL-AGUARDANDO PIC 9(3).
       01 WS-LIMITE-DIAS PIC 9(3) VALUE 30.
       01 WS-DIAS PIC 9(5).
       01 WS-DIA-HOJE PIC 9(7).
       01 WS-ED-DIAS PIC ZZZZ9.
       01 WS-DESC-MOTIVO PIC X(12).
       01 WS-DESC-ORIGEM PIC X(10).
       01 WS-DESC-DESTINO PIC X(16).
       01 WS-DESC-RETORNO PIC X(11).
       01 WS-ACS-TIPO PIC X(1) VALUE "C".
       01 WS-ACS-PROGRAMA PIC X(16) VALUE "ORIENTACAO".
       01 WS-REL-NOME PIC X(30) VALUE "orientacao_casos_parados.rel".
       01 WS-REL-TITULO PIC X(40)
           VALUE "CASOS DE ORIENTACAO SEM ACOMPANHAMENTO".
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
      * Ficha sigilosa: nenhum outro perfil passa daqui, nem o B.
           IF WS-PERFIL-SESSAO NOT = "O"
               DISPLAY "Acesso restrito a orientacao educacional "
                   "(perfil O)."
               GOBACK
           END-IF.
           DISPLAY "-----------------------------------".
           DISPLAY "   Orientacao Educacional          ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Abrir Caso                    ".
           DISPLAY "2 -  Registrar Acompanhamento      ".
           DISPLAY "3 -  Registrar Encaminhamento      ".
           DISPLAY "4 -  Retorno de Encaminhamento     ".
           DISPLAY "5 -  Encerrar Caso                 ".
           DISPLAY "6 -  Casos do Aluno                ".
           DISPLAY "7 -  Casos sem Acompanhamento      ".
           DISPLAY "8 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM ABRIR-CASO
               WHEN 2
                   PERFORM REGISTRAR-NOTA
               WHEN 3
                   PERFORM REGISTRAR-ENCAMINHAMENTO
               WHEN 4
                   PERFORM REGISTRAR-RETORNO
               WHEN 5
                   PERFORM ENCERRAR-CASO
               WHEN 6
                   PERFORM CASOS-DO-ALUNO
               WHEN 7
                   PERFORM CASOS-SEM-ACOMPANHAMENTO
               WHEN 8
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

       OBTER-HOJE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.

       ABRIR-CASOS.
           OPEN I-O ARQUIVO-CASO.
           EVALUATE WS-STATUS-CAS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-CASO
                   CLOSE ARQUIVO-CASO
                   OPEN I-O ARQUIVO-CASO
               WHEN OTHER
                   DISPLAY "Erro ao abrir casos_orientacao.idx. "
                       "STATUS=" WS-STATUS-CAS
           END-EVALUATE.

       ABRIR-ACOMPANHAMENTOS.
           OPEN I-O ARQUIVO-ACOMPANHAMENTO.
           EVALUATE WS-STATUS-ACO
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-ACOMPANHAMENTO
                   CLOSE ARQUIVO-ACOMPANHAMENTO
                   OPEN I-O ARQUIVO-ACOMPANHAMENTO
               WHEN OTHER
                   DISPLAY "Erro ao abrir "
                       "acompanhamentos_orientacao.idx. STATUS="
                       WS-STATUS-ACO
           END-EVALUATE.

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

       PROCURAR-CASOS.
      * Varre os casos: WS-NUMERO fica com o maior numero em uso e
      * WS-CASO-ABERTO com o caso aberto de WS-MATRICULA (zero se
      * nao ha). Arquivo de casos ja aberto.
           MOVE ZERO TO WS-NUMERO WS-CASO-ABERTO.
           MOVE ZERO TO CAS-NUMERO.
           START ARQUIVO-CASO KEY IS NOT LESS THAN CAS-NUMERO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CASO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE CAS-NUMERO TO WS-NUMERO
                       IF CAS-MATRICULA = WS-MATRICULA
                               AND CAS-ABERTO
                           MOVE CAS-NUMERO TO WS-CASO-ABERTO
                       END-IF
               END-READ
           END-PERFORM.

       ABRIR-CASO.
           PERFORM OBTER-HOJE.
           DISPLAY "Matricula do Aluno: ".
           ACCEPT WS-MATRICULA.
           PERFORM LER-ALUNO.
           IF WS-OK NOT = "S"
               DISPLAY "Matricula nao encontrada."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Aluno: " WS-NOME-ALUNO "  Turma: " WS-TURMA-ALUNO.
           PERFORM ABRIR-CASOS.
           IF WS-STATUS-CAS NOT = "00"
               PERFORM PRINCIPAL
           END-IF.
           PERFORM PROCURAR-CASOS.
      * Um caso aberto por aluno: o que acontece depois entra como
      * acompanhamento do caso que ja existe.
           IF WS-CASO-ABERTO NOT = ZERO
               DISPLAY "Aluno ja tem o caso " WS-CASO-ABERTO
                   " aberto; registre o fato como acompanhamento."
               CLOSE ARQUIVO-CASO
               PERFORM PRINCIPAL
           END-IF.
           INITIALIZE REG-CASO.
           DISPLAY "Motivo (A=aprendizagem C=comportamento "
               "F=familia): ".
           ACCEPT CAS-MOTIVO.
           MOVE FUNCTION UPPER-CASE(CAS-MOTIVO) TO CAS-MOTIVO.
           IF NOT CAS-APRENDIZAGEM AND NOT CAS-COMPORTAMENTO
                   AND NOT CAS-FAMILIA
               DISPLAY "Motivo invalido. Abertura cancelada."
               CLOSE ARQUIVO-CASO
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Origem (O=ocorrencia E=alerta de evasao "
               "D=demanda espontanea): ".
           ACCEPT CAS-ORIGEM.
           MOVE FUNCTION UPPER-CASE(CAS-ORIGEM) TO CAS-ORIGEM.
           MOVE "N" TO WS-OK.
           EVALUATE TRUE
               WHEN CAS-DE-OCORRENCIA
                   PERFORM VINCULAR-OCORRENCIA
               WHEN CAS-DE-EVASAO
                   PERFORM VINCULAR-EVASAO
               WHEN CAS-DE-DEMANDA
                   MOVE WS-HOJE TO WS-DATA-ORIGEM
                   MOVE ZERO TO WS-SEQ-ORIGEM
                   MOVE "S" TO WS-OK
               WHEN OTHER
                   DISPLAY "Origem invalida."
           END-EVALUATE.
           IF WS-OK NOT = "S"
               DISPLAY "Abertura cancelada."
               CLOSE ARQUIVO-CASO
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Relato inicial: ".
           ACCEPT CAS-RELATO.
           ADD 1 TO WS-NUMERO.
           MOVE WS-NUMERO TO CAS-NUMERO.
           MOVE WS-MATRICULA TO CAS-MATRICULA.
           MOVE WS-DATA-ORIGEM TO CAS-ORIGEM-DATA.
           MOVE WS-SEQ-ORIGEM TO CAS-ORIGEM-SEQ.
           MOVE WS-HOJE TO CAS-DATA-ABERTURA.
           MOVE WS-HOJE TO CAS-DATA-ULT-ACOMP.
           MOVE "A" TO CAS-SITUACAO.
           MOVE ZERO TO CAS-QTD-REGISTROS CAS-DATA-ENCERRAMENTO.
           MOVE SPACES TO CAS-CONCLUSAO.
           MOVE WS-OPERADOR-SESSAO TO CAS-OPERADOR.
           WRITE REG-CASO
               INVALID KEY
                   DISPLAY "Erro ao gravar o caso. STATUS="
                       WS-STATUS-CAS
               NOT INVALID KEY
                   DISPLAY "Caso " CAS-NUMERO " aberto."
           END-WRITE.
           CLOSE ARQUIVO-CASO.
           PERFORM PRINCIPAL.

       VINCULAR-OCORRENCIA.
      * Lista as ocorrencias do aluno e pede a que disparou o caso;
      * normalmente e uma grave, mas a orientadora decide.
           OPEN INPUT ARQUIVO-OCORRENCIA.
           IF WS-STATUS-OCO NOT = "00"
               DISPLAY "Nenhuma ocorrencia registrada (STATUS="
                   WS-STATUS-OCO ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA TO OCO-MATRICULA.
           MOVE ZERO TO OCO-DATA OCO-SEQ.
           MOVE ZERO TO WS-TOTAL.
           START ARQUIVO-OCORRENCIA KEY IS NOT LESS THAN OCO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-OCORRENCIA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF OCO-MATRICULA NOT = WS-MATRICULA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           ADD 1 TO WS-TOTAL
                           DISPLAY "  " OCO-DATA " seq " OCO-SEQ
                               " " OCO-GRAVIDADE " " OCO-TIPO " "
                               OCO-DESCRICAO(1:30)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TOTAL = ZERO
               DISPLAY "Aluno sem ocorrencias registradas."
               CLOSE ARQUIVO-OCORRENCIA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Data da ocorrencia (AAAAMMDD): ".
           ACCEPT WS-DATA-ORIGEM.
           DISPLAY "Sequencia do dia: ".
           ACCEPT WS-SEQ-ORIGEM.
           MOVE WS-MATRICULA TO OCO-MATRICULA.
           MOVE WS-DATA-ORIGEM TO OCO-DATA.
           MOVE WS-SEQ-ORIGEM TO OCO-SEQ.
           READ ARQUIVO-OCORRENCIA
               INVALID KEY
                   DISPLAY "Ocorrencia nao encontrada."
               NOT INVALID KEY
                   MOVE "S" TO WS-OK
                   IF NOT OCO-GRAVE
                       DISPLAY "Aviso: ocorrencia nao e grave."
                   END-IF
           END-READ.
           CLOSE ARQUIVO-OCORRENCIA.

       VINCULAR-EVASAO.
      * Lista os alertas de evasao do aluno (inicio da sequencia de
      * faltas) e pede o que disparou o caso.
           OPEN INPUT ARQUIVO-ALERTAS.
           IF WS-STATUS-ALE NOT = "00"
               DISPLAY "Nenhum alerta de evasao registrado (STATUS="
                   WS-STATUS-ALE ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-TOTAL.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ALERTAS
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF ALE-MATRICULA = WS-MATRICULA
                           ADD 1 TO WS-TOTAL
                           DISPLAY "  Alerta: faltas desde "
                               ALE-DATA-INICIO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ALERTAS.
           IF WS-TOTAL = ZERO
               DISPLAY "Aluno sem alerta de evasao."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Inicio da sequencia de faltas (AAAAMMDD): ".
           ACCEPT WS-DATA-ORIGEM.
           MOVE ZERO TO WS-SEQ-ORIGEM.
           OPEN INPUT ARQUIVO-ALERTAS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ALERTAS
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF ALE-MATRICULA = WS-MATRICULA
                               AND ALE-DATA-INICIO = WS-DATA-ORIGEM
                           MOVE "S" TO WS-OK
                           MOVE "S" TO WS-FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ALERTAS.
           IF WS-OK NOT = "S"
               DISPLAY "Alerta de evasao nao encontrado."
           END-IF.

       LER-CASO-ABERTO.
      * Pede o numero do caso e o le com o arquivo aberto em I-O;
      * WS-OK = "S" so para caso existente e aberto.
           MOVE "N" TO WS-OK.
           DISPLAY "Numero do caso: ".
           ACCEPT WS-NUMERO.
           PERFORM ABRIR-CASOS.
           IF WS-STATUS-CAS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUMERO TO CAS-NUMERO.
           READ ARQUIVO-CASO
               INVALID KEY
                   DISPLAY "Caso nao encontrado."
               NOT INVALID KEY
                   IF CAS-ENCERRADO
                       DISPLAY "Caso encerrado em "
                           CAS-DATA-ENCERRAMENTO "."
                   ELSE
                       MOVE "S" TO WS-OK
                   END-IF
           END-READ.
           IF WS-OK NOT = "S"
               CLOSE ARQUIVO-CASO
               EXIT PARAGRAPH
           END-IF.
           MOVE CAS-MATRICULA TO WS-MATRICULA.
           PERFORM LER-ALUNO.
           MOVE "S" TO WS-OK.
           DISPLAY "Caso " CAS-NUMERO " - aluno " CAS-MATRICULA
               " " WS-NOME-ALUNO.

       ACEITAR-DATA.
           DISPLAY "Data (AAAAMMDD; vazio = hoje): ".
           MOVE ZERO TO WS-DATA.
           ACCEPT WS-DATA.
           IF WS-DATA = ZERO
               MOVE WS-HOJE TO WS-DATA
           END-IF.

       NOVO-ACOMPANHAMENTO.
      * Prepara o registro seguinte do caso corrente.
           INITIALIZE REG-ACOMPANHAMENTO.
           ADD 1 TO CAS-QTD-REGISTROS.
           MOVE CAS-NUMERO TO ACO-CASO.
           MOVE CAS-QTD-REGISTROS TO ACO-SEQ.
           MOVE WS-DATA TO ACO-DATA.
           MOVE ZERO TO ACO-DATA-RETORNO.
           MOVE WS-OPERADOR-SESSAO TO ACO-OPERADOR.

       GRAVAR-ACOMPANHAMENTO.
           PERFORM ABRIR-ACOMPANHAMENTOS.
           IF WS-STATUS-ACO NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           WRITE REG-ACOMPANHAMENTO
               INVALID KEY
                   DISPLAY "Erro ao gravar acompanhamento. STATUS="
                       WS-STATUS-ACO
               NOT INVALID KEY
                   PERFORM ATUALIZAR-ULTIMO-ACOMP
                   REWRITE REG-CASO
                   DISPLAY "Registro " ACO-SEQ " gravado no caso "
                       ACO-CASO "."
           END-WRITE.
           CLOSE ARQUIVO-ACOMPANHAMENTO.

       ATUALIZAR-ULTIMO-ACOMP.
           IF WS-DATA > CAS-DATA-ULT-ACOMP
               MOVE WS-DATA TO CAS-DATA-ULT-ACOMP
           END-IF.

       REGISTRAR-NOTA.
           PERFORM OBTER-HOJE.
           PERFORM LER-CASO-ABERTO.
           IF WS-OK NOT = "S"
               PERFORM PRINCIPAL
           END-IF.
           PERFORM ACEITAR-DATA.
           PERFORM NOVO-ACOMPANHAMENTO.
           MOVE "N" TO ACO-TIPO.
           DISPLAY "Anotacao: ".
           ACCEPT ACO-TEXTO.
           PERFORM GRAVAR-ACOMPANHAMENTO.
           CLOSE ARQUIVO-CASO.
           PERFORM PRINCIPAL.

       REGISTRAR-ENCAMINHAMENTO.
           PERFORM OBTER-HOJE.
           PERFORM LER-CASO-ABERTO.
           IF WS-OK NOT = "S"
               PERFORM PRINCIPAL
           END-IF.
           PERFORM ACEITAR-DATA.
           PERFORM NOVO-ACOMPANHAMENTO.
           MOVE "E" TO ACO-TIPO.
           DISPLAY "Destino (P=psicologo T=Conselho Tutelar "
               "S=unidade de saude O=outro): ".
           ACCEPT ACO-DESTINO.
           MOVE FUNCTION UPPER-CASE(ACO-DESTINO) TO ACO-DESTINO.
           IF NOT ACO-PSICOLOGO AND NOT ACO-CONSELHO-TUTELAR
                   AND NOT ACO-SAUDE AND NOT ACO-OUTRO-SERVICO
               DISPLAY "Destino invalido. Encaminhamento cancelado."
               CLOSE ARQUIVO-CASO
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Servico/profissional: ".
           ACCEPT ACO-DESTINO-NOME.
           DISPLAY "Motivo do encaminhamento: ".
           ACCEPT ACO-TEXTO.
           MOVE "A" TO ACO-RETORNO.
           PERFORM GRAVAR-ACOMPANHAMENTO.
           CLOSE ARQUIVO-CASO.
           PERFORM PRINCIPAL.

       DESCREVER-ACOMPANHAMENTO.
           EVALUATE TRUE
               WHEN ACO-PSICOLOGO
                   MOVE "PSICOLOGO" TO WS-DESC-DESTINO
               WHEN ACO-CONSELHO-TUTELAR
                   MOVE "CONSELHO TUTELAR" TO WS-DESC-DESTINO
               WHEN ACO-SAUDE
                   MOVE "SAUDE" TO WS-DESC-DESTINO
               WHEN OTHER
                   MOVE "OUTRO SERVICO" TO WS-DESC-DESTINO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN ACO-RETORNOU
                   MOVE "RETORNOU" TO WS-DESC-RETORNO
               WHEN ACO-SEM-RETORNO
                   MOVE "SEM RETORNO" TO WS-DESC-RETORNO
               WHEN OTHER
                   MOVE "AGUARDANDO" TO WS-DESC-RETORNO
           END-EVALUATE.

       LISTAR-ACOMPANHAMENTOS.
      * Mostra os registros do caso CAS-NUMERO; WS-TOTAL-AGUARDANDO
      * conta os encaminhamentos ainda sem retorno.
           MOVE ZERO TO WS-TOTAL-AGUARDANDO.
           CALL "REGISTRARACESSO" USING WS-ACS-TIPO CAS-MATRICULA
               WS-ACS-PROGRAMA.
           OPEN INPUT ARQUIVO-ACOMPANHAMENTO.
           IF WS-STATUS-ACO NOT = "00"
               DISPLAY "  (sem acompanhamentos)"
               EXIT PARAGRAPH
           END-IF.
           MOVE CAS-NUMERO TO ACO-CASO.
           MOVE ZERO TO ACO-SEQ.
           START ARQUIVO-ACOMPANHAMENTO
                   KEY IS NOT LESS THAN ACO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ACO
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-ACO
           END-START.
           PERFORM UNTIL WS-FIM-ACO = "S"
               READ ARQUIVO-ACOMPANHAMENTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ACO
                   NOT AT END
                       IF ACO-CASO NOT = CAS-NUMERO
                           MOVE "S" TO WS-FIM-ACO
                       ELSE
                           PERFORM MOSTRAR-ACOMPANHAMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ACOMPANHAMENTO.

       MOSTRAR-ACOMPANHAMENTO.
           IF ACO-NOTA
               DISPLAY "  " ACO-SEQ " " ACO-DATA " NOTA  " ACO-TEXTO
           ELSE
               PERFORM DESCREVER-ACOMPANHAMENTO
               IF ACO-AGUARDANDO
                   ADD 1 TO WS-TOTAL-AGUARDANDO
               END-IF
               DISPLAY "  " ACO-SEQ " " ACO-DATA " ENCAM "
                   WS-DESC-DESTINO " " ACO-DESTINO-NOME
               DISPLAY "      Motivo: " ACO-TEXTO
               DISPLAY "      Retorno: " WS-DESC-RETORNO " "
                   ACO-DATA-RETORNO
               IF NOT ACO-AGUARDANDO
                   DISPLAY "      " ACO-RETORNO-TEXTO
               END-IF
           END-IF.

       REGISTRAR-RETORNO.
           PERFORM OBTER-HOJE.
           PERFORM LER-CASO-ABERTO.
           IF WS-OK NOT = "S"
               PERFORM PRINCIPAL
           END-IF.
           PERFORM LISTAR-ACOMPANHAMENTOS.
           IF WS-TOTAL-AGUARDANDO = ZERO
               DISPLAY "Nenhum encaminhamento aguardando retorno."
               CLOSE ARQUIVO-CASO
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Sequencia do encaminhamento: ".
           ACCEPT WS-SEQ.
           PERFORM ABRIR-ACOMPANHAMENTOS.
           IF WS-STATUS-ACO NOT = "00"
               CLOSE ARQUIVO-CASO
               PERFORM PRINCIPAL
           END-IF.
           MOVE CAS-NUMERO TO ACO-CASO.
           MOVE WS-SEQ TO ACO-SEQ.
           MOVE "N" TO WS-OK.
           READ ARQUIVO-ACOMPANHAMENTO
               INVALID KEY
                   DISPLAY "Registro nao encontrado."
               NOT INVALID KEY
                   IF ACO-ENCAMINHAMENTO AND ACO-AGUARDANDO
                       MOVE "S" TO WS-OK
                   ELSE
                       DISPLAY "Registro nao e encaminhamento "
                           "aguardando retorno."
                   END-IF
           END-READ.
           IF WS-OK NOT = "S"
               CLOSE ARQUIVO-ACOMPANHAMENTO
               CLOSE ARQUIVO-CASO
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Situacao (R=retornou S=sem retorno): ".
           ACCEPT ACO-RETORNO.
           MOVE FUNCTION UPPER-CASE(ACO-RETORNO) TO ACO-RETORNO.
           IF NOT ACO-RETORNOU AND NOT ACO-SEM-RETORNO
               DISPLAY "Situacao invalida. Nada alterado."
               CLOSE ARQUIVO-ACOMPANHAMENTO
               CLOSE ARQUIVO-CASO
               PERFORM PRINCIPAL
           END-IF.
           PERFORM ACEITAR-DATA.
           MOVE WS-DATA TO ACO-DATA-RETORNO.
           DISPLAY "Relato do retorno: ".
           ACCEPT ACO-RETORNO-TEXTO.
           REWRITE REG-ACOMPANHAMENTO
               INVALID KEY
                   DISPLAY "Erro ao gravar retorno. STATUS="
                       WS-STATUS-ACO
               NOT INVALID KEY
                   PERFORM ATUALIZAR-ULTIMO-ACOMP
                   REWRITE REG-CASO
                   DISPLAY "Retorno registrado."
           END-REWRITE.
           CLOSE ARQUIVO-ACOMPANHAMENTO.
           CLOSE ARQUIVO-CASO.
           PERFORM PRINCIPAL.

       ENCERRAR-CASO.
           PERFORM OBTER-HOJE.
           PERFORM LER-CASO-ABERTO.
           IF WS-OK NOT = "S"
               PERFORM PRINCIPAL
           END-IF.
           PERFORM LISTAR-ACOMPANHAMENTOS.
           IF WS-TOTAL-AGUARDANDO > ZERO
               DISPLAY "Atencao: " WS-TOTAL-AGUARDANDO
                   " encaminhamento(s) ainda sem retorno."
           END-IF.
           DISPLAY "Confirma o encerramento? (S/N): ".
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "s"
               DISPLAY "Encerramento cancelado."
               CLOSE ARQUIVO-CASO
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Conclusao: ".
           ACCEPT CAS-CONCLUSAO.
           MOVE "E" TO CAS-SITUACAO.
           MOVE WS-HOJE TO CAS-DATA-ENCERRAMENTO.
           REWRITE REG-CASO
               INVALID KEY
                   DISPLAY "Erro ao encerrar o caso. STATUS="
                       WS-STATUS-CAS
               NOT INVALID KEY
                   DISPLAY "Caso " CAS-NUMERO " encerrado."
           END-REWRITE.
           CLOSE ARQUIVO-CASO.
           PERFORM PRINCIPAL.

       DESCREVER-CASO.
           EVALUATE TRUE
               WHEN CAS-APRENDIZAGEM
                   MOVE "APRENDIZAGEM" TO WS-DESC-MOTIVO
               WHEN CAS-COMPORTAMENTO
                   MOVE "COMPORTAM." TO WS-DESC-MOTIVO
               WHEN OTHER
                   MOVE "FAMILIA" TO WS-DESC-MOTIVO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CAS-DE-OCORRENCIA
                   MOVE "OCORRENCIA" TO WS-DESC-ORIGEM
               WHEN CAS-DE-EVASAO
                   MOVE "EVASAO" TO WS-DESC-ORIGEM
               WHEN OTHER
                   MOVE "DEMANDA" TO WS-DESC-ORIGEM
           END-EVALUATE.

       CASOS-DO-ALUNO.
           DISPLAY "Matricula do Aluno: ".
           ACCEPT WS-MATRICULA.
           PERFORM LER-ALUNO.
           DISPLAY "Aluno: " WS-MATRICULA " " WS-NOME-ALUNO
               "  Turma: " WS-TURMA-ALUNO.
           OPEN INPUT ARQUIVO-CASO.
           IF WS-STATUS-CAS NOT = "00"
               DISPLAY "Nenhum caso registrado."
               PERFORM PRINCIPAL
           END-IF.
           MOVE ZERO TO WS-TOTAL.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CASO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CAS-MATRICULA = WS-MATRICULA
                           ADD 1 TO WS-TOTAL
                           PERFORM MOSTRAR-CASO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-CASO.
           IF WS-TOTAL = ZERO
               DISPLAY "Aluno sem casos de orientacao."
           END-IF.
           PERFORM PRINCIPAL.

       MOSTRAR-CASO.
           PERFORM DESCREVER-CASO.
           DISPLAY "-----------------------------------".
           DISPLAY "Caso " CAS-NUMERO "  Motivo: " WS-DESC-MOTIVO
               "  Aberto em " CAS-DATA-ABERTURA.
           IF CAS-DE-OCORRENCIA
               DISPLAY "Origem: OCORRENCIA de " CAS-ORIGEM-DATA
                   " seq " CAS-ORIGEM-SEQ
           ELSE
               DISPLAY "Origem: " WS-DESC-ORIGEM " "
                   CAS-ORIGEM-DATA
           END-IF.
           DISPLAY "Relato: " CAS-RELATO.
           PERFORM LISTAR-ACOMPANHAMENTOS.
           IF CAS-ENCERRADO
               DISPLAY "Encerrado em " CAS-DATA-ENCERRAMENTO ": "
                   CAS-CONCLUSAO
           ELSE
               DISPLAY "Em aberto; ultimo acompanhamento em "
                   CAS-DATA-ULT-ACOMP
           END-IF.

       CASOS-SEM-ACOMPANHAMENTO.
      * Casos abertos cujo ultimo acompanhamento (nota,
      * encaminhamento ou retorno; a abertura vale como o primeiro)
      * tem mais de 30 dias.
           PERFORM OBTER-HOJE.
           COMPUTE WS-DIA-HOJE = FUNCTION INTEGER-OF-DATE(WS-HOJE).
           OPEN INPUT ARQUIVO-CASO.
           IF WS-STATUS-CAS NOT = "00"
               DISPLAY "Nenhum caso registrado."
               PERFORM PRINCIPAL
           END-IF.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           STRING "DATA " WS-HOJE "   SEM ACOMPANHAMENTO HA MAIS DE "
                  WS-LIMITE-DIAS " DIAS"
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE "CASO" TO WS-REL-LINHA(1:4).
           MOVE "MATR." TO WS-REL-LINHA(7:5).
           MOVE "ALUNO" TO WS-REL-LINHA(13:5).
           MOVE "MOTIVO" TO WS-REL-LINHA(34:6).
           MOVE "ABERTO" TO WS-REL-LINHA(47:6).
           MOVE "ULT.ACOMP" TO WS-REL-LINHA(56:9).
           MOVE "DIAS" TO WS-REL-LINHA(66:4).
           MOVE "ENC" TO WS-REL-LINHA(71:3).
           PERFORM ESCREVER-LINHA.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE ZERO TO WS-TOTAL.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CASO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CAS-ABERTO
                           COMPUTE WS-DIAS = WS-DIA-HOJE -
                               FUNCTION INTEGER-OF-DATE
                                   (CAS-DATA-ULT-ACOMP)
                           IF WS-DIAS > WS-LIMITE-DIAS
                               PERFORM LISTAR-CASO-PARADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-CASO.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           STRING "CASOS SEM ACOMPANHAMENTO: " WS-TOTAL
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".
           DISPLAY "Casos sem acompanhamento: " WS-TOTAL.
           PERFORM PRINCIPAL.

       LISTAR-CASO-PARADO.
           ADD 1 TO WS-TOTAL.
           MOVE CAS-MATRICULA TO WS-MATRICULA.
           PERFORM LER-ALUNO.
           PERFORM DESCREVER-CASO.
           PERFORM CONTAR-AGUARDANDO.
           MOVE WS-DIAS TO WS-ED-DIAS.
           STRING CAS-NUMERO " " CAS-MATRICULA " " WS-NOME-ALUNO " "
                  WS-DESC-MOTIVO " " CAS-DATA-ABERTURA " "
                  CAS-DATA-ULT-ACOMP " " WS-ED-DIAS " "
                  WS-TOTAL-AGUARDANDO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       CONTAR-AGUARDANDO.
      * Encaminhamentos do caso ainda sem retorno, sem exibir nada.
           MOVE ZERO TO WS-TOTAL-AGUARDANDO.
           OPEN INPUT ARQUIVO-ACOMPANHAMENTO.
           IF WS-STATUS-ACO NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE CAS-NUMERO TO ACO-CASO.
           MOVE ZERO TO ACO-SEQ.
           START ARQUIVO-ACOMPANHAMENTO
                   KEY IS NOT LESS THAN ACO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ACO
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-ACO
           END-START.
           PERFORM UNTIL WS-FIM-ACO = "S"
               READ ARQUIVO-ACOMPANHAMENTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ACO
                   NOT AT END
                       IF ACO-CASO NOT = CAS-NUMERO
                           MOVE "S" TO WS-FIM-ACO
                       ELSE
                           IF ACO-ENCAMINHAMENTO AND ACO-AGUARDANDO
                               ADD 1 TO WS-TOTAL-AGUARDANDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ACOMPANHAMENTO.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
