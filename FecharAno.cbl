           AUTHOR. Alexandre S S Alves.

      * Fechamento de ano letivo: move os registros do ano encerrado
      * de ALUNOS.DATA e de alunos.idx para arquivos de guarda
      * (ALUNOS.ARC.<ano> e alunos_rel.ARC.<ano>), deixando so o ano
      * corrente nos arquivos quentes. Imprime movidos/mantidos por
      * arquivo para conferencia. Registros sem ANO-LETIVO preenchido
      * trailers recalculados e publicada por PUBLICASEGURO
      * (conferencia dos trailers + rename atomico), no mesmo desenho
      * de RECUPERACAO.cbl.
      * Antes de arquivar, o portao PRONTIDAO-FECHAMENTO (programa
      * PRONTIDAOANO) confere as pendencias do ano por turma e abre
      * o relatorio de fechamento fechamento_ano_<ano>.rel, guardado
      * junto dos arquivos do ano. Havendo pendencia bloqueante o
      * fechamento e recusado; so o perfil B (direcao) pode forcar,
      * com confirmacao e motivo obrigatorio, e a decisao vai para
      * fechamento_auditoria.log (operacao FECHAR-OVR; FECHAR no
      * fechamento normal) e para o relatorio. O relatorio termina
      * com os totais do arquivamento e o termo de assinaturas.
      * O fechamento segura as travas de execucao de ALUNOS.DATA e
      * de alunos.idx do inicio ao fim (TRAVAEXECUCAO); com outro
      * job em qualquer dos dois, nem comeca.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARQUIVO-ARC-SEQ ASSIGN TO DYNAMIC WS-NOME-ARC-SEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARC.
           SELECT ARQUIVO-ALUNOS-REL ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO OF REGISTRO-ALUNO-REL
               ALTERNATE RECORD KEY IS TURMA OF REGISTRO-ALUNO-REL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO
                   OF REGISTRO-ALUNO-REL WITH DUPLICATES
               FILE STATUS IS WS-STATUS-REL.
           SELECT ARQUIVO-ARC-REL ASSIGN TO DYNAMIC WS-NOME-ARC-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARC-REL.
           SELECT ARQUIVO-AUDITORIA ASSIGN TO "fechamento_auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.

       DATA DIVISION.
       FILE SECTION.
               REPLACING REGISTRO-ALUNO BY REGISTRO-REL-ARC
                         REGISTRO-CONTROLE BY REGISTRO-CONTROLE-RARC.

      * Mesmo layout dos demais logs de auditoria.
       FD  ARQUIVO-AUDITORIA.
       01 REG-AUDITORIA.
           05 AUD-MATRICULA     PIC X(8).
           05 AUD-OPERACAO      PIC X(10).
           05 AUD-VALOR-ANTIGO  PIC X(60).
           05 AUD-VALOR-NOVO    PIC X(60).
           05 AUD-DATA-HORA     PIC X(20).
           05 AUD-OPERADOR      PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-STATUS PIC X(2).
       01 WS-STATUS-ARC PIC X(2).
       01 WS-STATUS-REL PIC X(2).
       01 WS-STATUS-ARC-REL PIC X(2).
       01 WS-NOME-ARC-SEQ PIC X(30).
       01 WS-NOME-ARC-REL PIC X(30).
       01 WS-ANO-FECHAR PIC 9(4).
       01 WS-E PIC 9(4).
       01 WS-PUBLICACAO-OK PIC X(1).
       01 WS-EXCLUSAO-OK PIC X(1).
       01 WS-STATUS-AUD PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8).
       01 WS-PERFIL-SESSAO PIC X(1).
       01 WS-BLOQUEANTES PIC 9(5) VALUE ZERO.
       01 WS-AVISOS PIC 9(5) VALUE ZERO.
       01 WS-CONFIRMA PIC X(1).
       01 WS-MOTIVO PIC X(60) VALUE SPACES.
       01 WS-DATA-HORA PIC X(20).
       01 WS-REL-NOME PIC X(30).
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.
       01 WS-TRAVA-SEQ PIC X(12) VALUE "ALUNOS.DATA".
       01 WS-TRAVA-IDX PIC X(12) VALUE "alunos.idx".
       01 WS-TRAVA-JOB PIC X(16) VALUE "FECHARANO".
       01 WS-TRAVA-OK PIC X.

       PROCEDURE DIVISION.
       PRINCIPAL.
               GOBACK
           END-IF.

           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           PERFORM OBTER-TRAVAS.
           STRING "fechamento_ano_" WS-ANO-FECHAR ".rel"
               DELIMITED BY SIZE INTO WS-REL-NOME
           END-STRING.
           CALL "PRONTIDAO-FECHAMENTO" USING WS-ANO-FECHAR WS-REL-NOME
               WS-BLOQUEANTES WS-AVISOS.
           PERFORM ESCREVER-LINHA.
           IF WS-BLOQUEANTES > ZERO
               PERFORM DECIDIR-PENDENCIAS
           ELSE
               MOVE "FECHAR" TO AUD-OPERACAO
           END-IF.
           PERFORM GRAVAR-AUDITORIA.

           STRING "ALUNOS.ARC." DELIMITED BY SIZE
               WS-ANO-FECHAR DELIMITED BY SIZE
               INTO WS-NOME-ARC-SEQ
           DISPLAY "ALUNOS.DATA: movidos " WS-SEQ-MOVIDOS
               " / mantidos " WS-SEQ-MANTIDOS.
           DISPLAY "  Guarda em: " WS-NOME-ARC-SEQ.
           DISPLAY "alunos.idx:  movidos " WS-REL-MOVIDOS
               " / mantidos " WS-REL-MANTIDOS.
           DISPLAY "  Guarda em: " WS-NOME-ARC-REL.
           DISPLAY "=========================================".
           PERFORM CONCLUIR-RELATORIO.
           DISPLAY "Relatorio de fechamento em " WS-REL-NOME.
           PERFORM SOLTAR-TRAVAS.
      * RETURN-CODE fica como a publicacao deixou: zera-lo aqui
      * esconderia uma publicacao reprovada do lote noturno.
           GOBACK.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.

       DECIDIR-PENDENCIAS.
      * Pendencia bloqueante so passa por decisao da direcao
      * (perfil B), confirmada e com motivo; fora isso o ano nao
      * e arquivado e o relatorio registra a recusa.
           DISPLAY "Ha " WS-BLOQUEANTES " pendencia(s) bloqueante(s) "
               "e " WS-AVISOS " aviso(s); veja " WS-REL-NOME.
           IF WS-PERFIL-SESSAO NOT = "B"
               DISPLAY "Fechamento recusado: ano com pendencias."
               PERFORM RECUSAR-FECHAMENTO
           END-IF.
           DISPLAY "Fechar o ano assim mesmo (S/N)? ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Fechamento cancelado."
               PERFORM RECUSAR-FECHAMENTO
           END-IF.
           DISPLAY "Motivo da liberacao pela direcao: ".
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               DISPLAY "Motivo obrigatorio. Fechamento cancelado."
               PERFORM RECUSAR-FECHAMENTO
           END-IF.
           MOVE "FECHAR-OVR" TO AUD-OPERACAO.
           STRING "FECHAMENTO LIBERADO PELA DIRECAO COM PENDENCIAS ("
               "OPERADOR " WS-OPERADOR-SESSAO ")"
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           STRING "MOTIVO: " WS-MOTIVO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-LINHA.

       RECUSAR-FECHAMENTO.
           STRING "FECHAMENTO RECUSADO: " WS-BLOQUEANTES
               " PENDENCIA(S) BLOQUEANTE(S). NADA FOI ARQUIVADO."
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".
           PERFORM SOLTAR-TRAVAS.
           MOVE 1 TO RETURN-CODE.
           GOBACK.

       OBTER-TRAVAS.
           CALL "TRAVAEXEC-OBTER" USING WS-TRAVA-SEQ WS-TRAVA-JOB
               WS-TRAVA-OK.
           IF WS-TRAVA-OK NOT = "S"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           CALL "TRAVAEXEC-OBTER" USING WS-TRAVA-IDX WS-TRAVA-JOB
               WS-TRAVA-OK.
           IF WS-TRAVA-OK NOT = "S"
               CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-SEQ WS-TRAVA-JOB
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       SOLTAR-TRAVAS.
           CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-IDX WS-TRAVA-JOB.
           CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-SEQ WS-TRAVA-JOB.

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE SPACES TO AUD-MATRICULA.
           MOVE WS-ANO-FECHAR TO AUD-MATRICULA(1:4).
           MOVE SPACES TO AUD-VALOR-ANTIGO.
           STRING "BLOQUEANTES=" WS-BLOQUEANTES " AVISOS=" WS-AVISOS
               DELIMITED BY SIZE INTO AUD-VALOR-ANTIGO
           END-STRING.
           MOVE WS-MOTIVO TO AUD-VALOR-NOVO.
           IF WS-MOTIVO = SPACES
               MOVE "ANO SEM PENDENCIAS BLOQUEANTES" TO AUD-VALOR-NOVO
           END-IF.
           MOVE WS-DATA-HORA TO AUD-DATA-HORA.
           MOVE WS-OPERADOR-SESSAO TO AUD-OPERADOR.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF WS-STATUS-AUD = "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA
           END-IF.
           WRITE REG-AUDITORIA.
           CLOSE ARQUIVO-AUDITORIA.

       CONCLUIR-RELATORIO.
      * Totais do arquivamento e termo de assinaturas; o relatorio
      * fica guardado com os arquivos do ano.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           STRING "ARQUIVAMENTO DO ANO " WS-ANO-FECHAR
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           STRING "ALUNOS.DATA: MOVIDOS " WS-SEQ-MOVIDOS
               " / MANTIDOS " WS-SEQ-MANTIDOS " -> " WS-NOME-ARC-SEQ
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           STRING "ALUNOS.IDX:  MOVIDOS " WS-REL-MOVIDOS
               " / MANTIDOS " WS-REL-MANTIDOS " -> " WS-NOME-ARC-REL
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           IF WS-PUBLICACAO-OK = "N"
               MOVE "ATENCAO: PUBLICACAO DE ALUNOS.DATA REPROVADA"
                   TO WS-REL-LINHA
               PERFORM ESCREVER-LINHA
           END-IF.
           PERFORM ESCREVER-LINHA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           STRING "FECHADO POR " WS-OPERADOR-SESSAO " EM "
               WS-DATA-HORA(7:2) "/" WS-DATA-HORA(5:2) "/"
               WS-DATA-HORA(1:4) " " WS-DATA-HORA(9:2) ":"
               WS-DATA-HORA(11:2)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE ALL "_" TO WS-REL-LINHA(1:30).
           MOVE ALL "_" TO WS-REL-LINHA(35:30).
           PERFORM ESCREVER-LINHA.
           MOVE "DIRECAO                           SECRETARIA ESCOLAR"
               TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".

       ARQUIVAR-ALUNOS-DATA.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS = "35"
      * guarda; depois os DELETEs rodam em lotes de ate 999 chaves,
      * revarrendo o arquivo ate nao sobrar registro do ano fechado
      * (excluir durante o READ NEXT embaralharia a varredura
      * sequencial do arquivo indexado, e um ano pode ter mais
      * matriculas do que cabe na tabela de um lote).
           OPEN INPUT ARQUIVO-ALUNOS-REL.
           IF WS-STATUS-REL NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-REL "); etapa pulada."
           ELSE
               OPEN EXTEND ARQUIVO-ARC-REL
           IF WS-STATUS-REL = "00"
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E > WS-TOTAL-EXCLUIR
                   MOVE WS-MAT-EXCLUIR(WS-E)
                       TO MATRICULA-ALUNO OF REGISTRO-ALUNO-REL
                   DELETE ARQUIVO-ALUNOS-REL INVALID KEY
                       DISPLAY "Erro ao excluir matricula "
                           WS-MAT-EXCLUIR(WS-E)
           ELSE
      * Sem acesso I-O a exclusao nao anda; interrompe os lotes para
      * nao revarrer em laco infinito.
               DISPLAY "alunos.idx indisponivel para exclusao "
                   "(STATUS=" WS-STATUS-REL "); registros do ano "
                   "fechado permanecem no arquivo."
               MOVE "N" TO WS-EXCLUSAO-OK
