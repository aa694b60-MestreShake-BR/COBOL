       IDENTIFICATION DIVISION.
           PROGRAM-ID. DEPENDENCIAS.
           AUTHOR. Alexandre S S Alves.

      * Controle de dependencias (progressao parcial). O conselho de
      * classe pode aprovar com dependencia (CSL-APROVAR-DEPENDENTE)
      * e a promocao leva o aluno adiante, mas a disciplina que ele
      * ficou devendo precisava ser acompanhada em algum lugar. Cada
      * dependencia fica em dependencias.idx por matricula,
      * disciplina e ano letivo de origem, com o plano de estudos
      * especial, as tres notas e a frequencia da dependencia e o
      * resultado final: aprovada quando a media da politica de
      * notas (CALCMEDIA) passa no corte e a frequencia chega a 75%,
      * reprovada caso contrario. A listagem das abertas
      * (dependencias_abertas.rel) marca como VENCIDA a que passou do
      * prazo da politica (POLITICA-DEPENDENCIA): e essa que segura o
      * aluno na proxima promocao (PROMOVERALUNOS) e impede o
      * certificado de conclusao (CERTIFICADOS). Boletim e historico
      * escolar mostram as abertas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-DEPENDENCIA ASSIGN TO "dependencias.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-STATUS-DEP.
           SELECT ARQUIVO-CONSELHO ASSIGN TO "conselho.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSL-CHAVE
               FILE STATUS IS WS-STATUS-CSL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-DEPENDENCIA.
           COPY "RegistroDependencia.cpy".

       FD  ARQUIVO-CONSELHO.
           COPY "RegistroConselho.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-DEP PIC X(2).
       01 WS-STATUS-CSL PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-MATRICULA PIC 9(5).
       01 WS-DISCIPLINA PIC X(20).
       01 WS-STATUS-DISCIPLINA PIC X.
       01 WS-ANO-ORIGEM PIC 9(4).
       01 WS-ACHOU PIC X.
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-ANO-HOJE PIC 9(4).
       01 WS-NOTA1 PIC 9(3)V9(2).
       01 WS-NOTA2 PIC 9(3)V9(2).
       01 WS-NOTA3 PIC 9(3)V9(2).
       01 WS-MEDIA PIC 9(3)V9(2).
       01 WS-RESULTADO PIC X(20).
       01 WS-PRESENCAS PIC 9(3).
       01 WS-PERC-FRQ PIC 9(3)V9(2).
       01 WS-ANOS-DEPENDENCIA PIC 9(1).
       01 WS-IDADE-ANOS PIC 9(2).
       01 WS-TOTAL-LISTADO PIC 9(4).
       01 WS-TOTAL-VENCIDAS PIC 9(4).
       01 WS-CONFIRMA PIC X.
       01 WS-NOME-REL PIC X(30) VALUE "dependencias_abertas.rel".
       01 WS-TITULO-REL PIC X(40)
           VALUE "DEPENDENCIAS ABERTAS".
       01 WS-LINHA-REL PIC X(80).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Dependencias (Prog. Parcial)    ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Abrir Dependencia             ".
           DISPLAY "2 -  Plano de Estudos              ".
           DISPLAY "3 -  Lancar Notas e Frequencia     ".
           DISPLAY "4 -  Encerrar Dependencia          ".
           DISPLAY "5 -  Listar Abertas                ".
           DISPLAY "6 -  Consultar Aluno               ".
           DISPLAY "7 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM ABRIR-DEPENDENCIA
               WHEN 2
                   PERFORM PLANO-ESTUDOS
               WHEN 3
                   PERFORM LANCAR-NOTAS
               WHEN 4
                   PERFORM ENCERRAR-DEPENDENCIA
               WHEN 5
                   PERFORM LISTAR-ABERTAS
               WHEN 6
                   PERFORM CONSULTAR-ALUNO
               WHEN 7
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

       ABRIR-ARQUIVO.
           OPEN I-O ARQUIVO-DEPENDENCIA.
           EVALUATE WS-STATUS-DEP
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-DEPENDENCIA
                   CLOSE ARQUIVO-DEPENDENCIA
                   OPEN I-O ARQUIVO-DEPENDENCIA
               WHEN OTHER
                   DISPLAY "Erro ao abrir dependencias.idx. STATUS="
                       WS-STATUS-DEP
           END-EVALUATE.

       OBTER-HOJE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           MOVE WS-HOJE(1:4) TO WS-ANO-HOJE.

       PEDIR-CHAVE.
      * Matricula, disciplina (validada e normalizada para o nome
      * oficial) e ano letivo de origem: a chave da dependencia.
           MOVE "S" TO WS-ACHOU.
           DISPLAY "Matricula do Aluno: ".
           ACCEPT WS-MATRICULA.
           DISPLAY "Disciplina: ".
           ACCEPT WS-DISCIPLINA.
           CALL "VALIDARDISCIPLINA" USING WS-DISCIPLINA
               WS-STATUS-DISCIPLINA.
           IF WS-STATUS-DISCIPLINA NOT = "V"
               DISPLAY "Erro: disciplina invalida ou inativa."
               MOVE "N" TO WS-ACHOU
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ano letivo de origem: ".
           ACCEPT WS-ANO-ORIGEM.
           MOVE WS-MATRICULA TO DEP-MATRICULA.
           MOVE WS-DISCIPLINA TO DEP-DISCIPLINA.
           MOVE WS-ANO-ORIGEM TO DEP-ANO-ORIGEM.

       LOCALIZAR-DEPENDENCIA.
      * Le a dependencia da chave pedida com o arquivo ja aberto;
      * WS-ACHOU = "N" quando a chave nao existe.
           PERFORM PEDIR-CHAVE.
           IF WS-ACHOU = "N"
               EXIT PARAGRAPH
           END-IF.
           READ ARQUIVO-DEPENDENCIA KEY IS DEP-CHAVE
               INVALID KEY
                   DISPLAY "Dependencia nao registrada."
                   MOVE "N" TO WS-ACHOU
           END-READ.

       ABRIR-DEPENDENCIA.
      * So abre dependencia de quem o conselho de classe aprovou com
      * dependencia naquele ano: e a decisao registrada que da
      * origem a progressao parcial.
           PERFORM PEDIR-CHAVE.
           IF WS-ACHOU = "N"
               PERFORM PRINCIPAL
           END-IF.
           PERFORM CONFERIR-CONSELHO.
           IF WS-ACHOU = "N"
               DISPLAY "Sem decisao D (aprovar com dependencia) do "
                   "conselho para a matricula/ano. Nada aberto."
               PERFORM PRINCIPAL
           END-IF.
           PERFORM OBTER-HOJE.
           PERFORM ABRIR-ARQUIVO.
           MOVE WS-MATRICULA TO DEP-MATRICULA.
           MOVE WS-DISCIPLINA TO DEP-DISCIPLINA.
           MOVE WS-ANO-ORIGEM TO DEP-ANO-ORIGEM.
           READ ARQUIVO-DEPENDENCIA KEY IS DEP-CHAVE
               INVALID KEY
                   PERFORM PREENCHER-DEPENDENCIA
                   WRITE REG-DEPENDENCIA
                   DISPLAY "Dependencia aberta em " WS-DISCIPLINA
               NOT INVALID KEY
                   DISPLAY "Dependencia ja registrada (situacao "
                       DEP-SITUACAO "). Nada alterado."
           END-READ.
           CLOSE ARQUIVO-DEPENDENCIA.
           PERFORM PRINCIPAL.

       CONFERIR-CONSELHO.
           MOVE "N" TO WS-ACHOU.
           OPEN INPUT ARQUIVO-CONSELHO.
           IF WS-STATUS-CSL = "00"
               MOVE WS-MATRICULA TO CSL-MATRICULA
               MOVE WS-ANO-ORIGEM TO CSL-ANO-LETIVO
               READ ARQUIVO-CONSELHO KEY IS CSL-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CSL-APROVAR-DEPENDENTE
                           MOVE "S" TO WS-ACHOU
                       END-IF
               END-READ
               CLOSE ARQUIVO-CONSELHO
           END-IF.

       PREENCHER-DEPENDENCIA.
           DISPLAY "Plano de estudos especial: ".
           ACCEPT DEP-PLANO-ESTUDOS.
           DISPLAY "Aulas/atividades previstas: ".
           ACCEPT DEP-AULAS-PREVISTAS.
           MOVE WS-HOJE TO DEP-DATA-ABERTURA.
           MOVE ZERO TO DEP-NOTA-1.
           MOVE ZERO TO DEP-NOTA-2.
           MOVE ZERO TO DEP-NOTA-3.
           MOVE ZERO TO DEP-MEDIA.
           MOVE ZERO TO DEP-PRESENCAS.
           SET DEP-ABERTA TO TRUE.
           MOVE ZERO TO DEP-DATA-RESULTADO.
           MOVE WS-OPERADOR-SESSAO TO DEP-OPERADOR.

       PLANO-ESTUDOS.
           PERFORM ABRIR-ARQUIVO.
           PERFORM LOCALIZAR-DEPENDENCIA.
           IF WS-ACHOU = "S"
               IF NOT DEP-ABERTA
                   DISPLAY "Dependencia ja encerrada."
               ELSE
                   DISPLAY "Plano atual: " DEP-PLANO-ESTUDOS
                   DISPLAY "Novo plano de estudos: "
                   ACCEPT DEP-PLANO-ESTUDOS
                   DISPLAY "Aulas/atividades previstas: "
                   ACCEPT DEP-AULAS-PREVISTAS
                   MOVE WS-OPERADOR-SESSAO TO DEP-OPERADOR
                   REWRITE REG-DEPENDENCIA
                   DISPLAY "Plano de estudos regravado."
               END-IF
           END-IF.
           CLOSE ARQUIVO-DEPENDENCIA.
           PERFORM PRINCIPAL.

       LANCAR-NOTAS.
      * Relancar corrige: as notas e a presenca sao regravadas e a
      * media recalculada pela politica oficial.
           PERFORM ABRIR-ARQUIVO.
           PERFORM LOCALIZAR-DEPENDENCIA.
           IF WS-ACHOU = "N"
               CLOSE ARQUIVO-DEPENDENCIA
               PERFORM PRINCIPAL
           END-IF.
           IF NOT DEP-ABERTA
               DISPLAY "Dependencia ja encerrada."
               CLOSE ARQUIVO-DEPENDENCIA
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Nota 1 (0 a 10): ".
           ACCEPT WS-NOTA1.
           DISPLAY "Nota 2 (0 a 10): ".
           ACCEPT WS-NOTA2.
           DISPLAY "Nota 3 (0 a 10): ".
           ACCEPT WS-NOTA3.
           IF WS-NOTA1 > 10 OR WS-NOTA2 > 10 OR WS-NOTA3 > 10
               DISPLAY "Erro: nota fora da faixa 0 a 10."
               DISPLAY "Lancamento cancelado."
               CLOSE ARQUIVO-DEPENDENCIA
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Presencas (de " DEP-AULAS-PREVISTAS
               " previstas): ".
           ACCEPT WS-PRESENCAS.
           IF WS-PRESENCAS > DEP-AULAS-PREVISTAS
               DISPLAY "Erro: presencas acima das aulas previstas."
               DISPLAY "Lancamento cancelado."
               CLOSE ARQUIVO-DEPENDENCIA
               PERFORM PRINCIPAL
           END-IF.
           MOVE WS-NOTA1 TO DEP-NOTA-1.
           MOVE WS-NOTA2 TO DEP-NOTA-2.
           MOVE WS-NOTA3 TO DEP-NOTA-3.
           MOVE WS-PRESENCAS TO DEP-PRESENCAS.
           CALL "CALCMEDIA" USING WS-NOTA1 WS-NOTA2 WS-NOTA3
               WS-MEDIA WS-RESULTADO.
           MOVE WS-MEDIA TO DEP-MEDIA.
           MOVE WS-OPERADOR-SESSAO TO DEP-OPERADOR.
           REWRITE REG-DEPENDENCIA.
           DISPLAY "Notas gravadas. Media " DEP-MEDIA.
           CLOSE ARQUIVO-DEPENDENCIA.
           PERFORM PRINCIPAL.

       ENCERRAR-DEPENDENCIA.
      * Resultado final: media no corte da politica de notas e pelo
      * menos 75% de frequencia nas aulas previstas, a mesma regra
      * da promocao regular.
           PERFORM ABRIR-ARQUIVO.
           PERFORM LOCALIZAR-DEPENDENCIA.
           IF WS-ACHOU = "N"
               CLOSE ARQUIVO-DEPENDENCIA
               PERFORM PRINCIPAL
           END-IF.
           IF NOT DEP-ABERTA
               DISPLAY "Dependencia ja encerrada em "
                   DEP-DATA-RESULTADO "."
               CLOSE ARQUIVO-DEPENDENCIA
               PERFORM PRINCIPAL
           END-IF.
           IF DEP-AULAS-PREVISTAS = ZERO
               DISPLAY "Sem aulas previstas no plano; informe-as "
                   "antes de encerrar."
               CLOSE ARQUIVO-DEPENDENCIA
               PERFORM PRINCIPAL
           END-IF.
           MOVE DEP-NOTA-1 TO WS-NOTA1.
           MOVE DEP-NOTA-2 TO WS-NOTA2.
           MOVE DEP-NOTA-3 TO WS-NOTA3.
           CALL "CALCMEDIA" USING WS-NOTA1 WS-NOTA2 WS-NOTA3
               WS-MEDIA WS-RESULTADO.
           COMPUTE WS-PERC-FRQ =
               DEP-PRESENCAS * 100 / DEP-AULAS-PREVISTAS.
           DISPLAY "Media " WS-MEDIA " (" WS-RESULTADO ")"
               "  Frequencia " WS-PERC-FRQ "%".
           IF WS-RESULTADO = "PASSOU" AND WS-PERC-FRQ >= 75
               DISPLAY "Resultado: APROVADA"
           ELSE
               DISPLAY "Resultado: REPROVADA"
           END-IF.
           DISPLAY "Confirma o encerramento (S/N)? ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Encerramento cancelado."
               CLOSE ARQUIVO-DEPENDENCIA
               PERFORM PRINCIPAL
           END-IF.
           PERFORM OBTER-HOJE.
           MOVE WS-MEDIA TO DEP-MEDIA.
           IF WS-RESULTADO = "PASSOU" AND WS-PERC-FRQ >= 75
               SET DEP-APROVADA TO TRUE
           ELSE
               SET DEP-REPROVADA TO TRUE
           END-IF.
           MOVE WS-HOJE TO DEP-DATA-RESULTADO.
           MOVE WS-OPERADOR-SESSAO TO DEP-OPERADOR.
           REWRITE REG-DEPENDENCIA.
           DISPLAY "Dependencia encerrada (situacao " DEP-SITUACAO
               ").".
           CLOSE ARQUIVO-DEPENDENCIA.
           PERFORM PRINCIPAL.

       LISTAR-ABERTAS.
      * Uma linha por dependencia aberta, com a idade em anos
      * letivos; VENCIDA quando o prazo da politica ja se esgotou e
      * a promocao seguinte vai segurar o aluno.
           PERFORM OBTER-HOJE.
           CALL "POLITICA-DEPENDENCIA" USING WS-ANOS-DEPENDENCIA.
           MOVE ZERO TO WS-TOTAL-LISTADO.
           MOVE ZERO TO WS-TOTAL-VENCIDAS.
           OPEN INPUT ARQUIVO-DEPENDENCIA.
           IF WS-STATUS-DEP NOT = "00"
               DISPLAY "Nenhuma dependencia registrada."
               PERFORM PRINCIPAL
           END-IF.
           CALL "REL-ABRIR" USING WS-NOME-REL WS-TITULO-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE "MATRIC" TO WS-LINHA-REL(1:6).
           MOVE "DISCIPLINA" TO WS-LINHA-REL(8:10).
           MOVE "ORIGEM" TO WS-LINHA-REL(29:6).
           MOVE "ABERTA EM" TO WS-LINHA-REL(36:9).
           MOVE "ANOS" TO WS-LINHA-REL(46:4).
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-DEPENDENCIA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF DEP-ABERTA
                           PERFORM LISTAR-UMA-ABERTA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-DEPENDENCIA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "ABERTAS: " WS-TOTAL-LISTADO
               "   VENCIDAS: " WS-TOTAL-VENCIDAS
               "   PRAZO (ANOS): " WS-ANOS-DEPENDENCIA
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           CALL "REL-FECHAR".
           DISPLAY "Dependencias abertas: " WS-TOTAL-LISTADO
               "  vencidas: " WS-TOTAL-VENCIDAS.
           PERFORM PRINCIPAL.

       LISTAR-UMA-ABERTA.
           ADD 1 TO WS-TOTAL-LISTADO.
           MOVE ZERO TO WS-IDADE-ANOS.
           IF WS-ANO-HOJE > DEP-ANO-ORIGEM
               COMPUTE WS-IDADE-ANOS = WS-ANO-HOJE - DEP-ANO-ORIGEM
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE DEP-MATRICULA TO WS-LINHA-REL(1:5).
           MOVE DEP-DISCIPLINA TO WS-LINHA-REL(8:20).
           MOVE DEP-ANO-ORIGEM TO WS-LINHA-REL(29:4).
           MOVE DEP-DATA-ABERTURA TO WS-LINHA-REL(36:8).
           MOVE WS-IDADE-ANOS TO WS-LINHA-REL(46:2).
           IF DEP-ANO-ORIGEM + WS-ANOS-DEPENDENCIA <= WS-ANO-HOJE
               MOVE "VENCIDA" TO WS-LINHA-REL(55:7)
               ADD 1 TO WS-TOTAL-VENCIDAS
           END-IF.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       CONSULTAR-ALUNO.
           DISPLAY "Matricula do Aluno: ".
           ACCEPT WS-MATRICULA.
           MOVE ZERO TO WS-TOTAL-LISTADO.
           OPEN INPUT ARQUIVO-DEPENDENCIA.
           IF WS-STATUS-DEP NOT = "00"
               DISPLAY "Nenhuma dependencia registrada."
               PERFORM PRINCIPAL
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-MATRICULA TO DEP-MATRICULA.
           MOVE LOW-VALUES TO DEP-DISCIPLINA.
           MOVE ZERO TO DEP-ANO-ORIGEM.
           START ARQUIVO-DEPENDENCIA KEY IS >= DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-DEPENDENCIA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF DEP-MATRICULA NOT = WS-MATRICULA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           ADD 1 TO WS-TOTAL-LISTADO
                           DISPLAY DEP-DISCIPLINA " origem "
                               DEP-ANO-ORIGEM " situacao "
                               DEP-SITUACAO " media " DEP-MEDIA
                               " pres " DEP-PRESENCAS "/"
                               DEP-AULAS-PREVISTAS
                           DISPLAY "  plano: " DEP-PLANO-ESTUDOS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-DEPENDENCIA.
           DISPLAY "Dependencias do aluno: " WS-TOTAL-LISTADO.
           PERFORM PRINCIPAL.
