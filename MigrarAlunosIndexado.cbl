       IDENTIFICATION DIVISION.
           PROGRAM-ID. MIGRARALUNOSIDX.
           AUTHOR. Alexandre S S Alves.

      * Migracao unica do cadastro de alunos do arquivo relativo
      * (alunos.dat, matricula = numero do registro) para o arquivo
      * indexado alunos.idx, chaveado pela matricula e com chaves
      * alternativas TURMA e UNIDADE-ALUNO (com duplicatas), que os
      * programas usam para ler so os alunos de uma turma ou de uma
      * unidade em vez de varrer o cadastro inteiro.
      * A prova de que nada se perdeu e feita em duas passadas: a
      * carga conta os registros lidos de alunos.dat e soma os
      * totais de controle (soma das matriculas, das idades e das
      * medias); depois alunos.idx e relido do inicio ao fim e os
      * mesmos totais sao recalculados sobre o que de fato ficou
      * gravado. So com contagem e totais identicos o original e
      * guardado como alunos.dat.PRE; havendo divergencia alunos.dat
      * fica intocado e alunos.idx fica para conferencia.
      * Rodar UMA vez, com o sistema parado; se alunos.idx ja existe
      * a migracao e recusada para nao sobrescrever o cadastro novo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ALUNOS-REL ASSIGN TO "alunos.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
           SELECT ARQUIVO-ALUNOS-IDX ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO OF REGISTRO-ALUNO-IDX
               ALTERNATE RECORD KEY IS TURMA OF REGISTRO-ALUNO-IDX
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO
                   OF REGISTRO-ALUNO-IDX WITH DUPLICATES
               FILE STATUS IS WS-STATUS-IDX.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ALUNOS-REL.
           COPY "RegistroAluno.cpy"
               REPLACING REGISTRO-ALUNO BY REGISTRO-ALUNO-REL
                         REGISTRO-CONTROLE BY REGISTRO-CONTROLE-REL.

       FD  ARQUIVO-ALUNOS-IDX.
           COPY "RegistroAluno.cpy"
               REPLACING REGISTRO-ALUNO BY REGISTRO-ALUNO-IDX
                         REGISTRO-CONTROLE BY REGISTRO-CONTROLE-IDX.

       WORKING-STORAGE SECTION.
       01 WS-STATUS-REL PIC X(2).
       01 WS-STATUS-IDX PIC X(2).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-CONFERE PIC X.
      * Totais de controle da carga (lidos de alunos.dat) e da
      * releitura (gravados em alunos.idx).
       01 WS-TOTAIS-ORIGEM.
           05 WS-ORI-REGISTROS PIC 9(6).
           05 WS-ORI-SOMA-MATRICULA PIC 9(11).
           05 WS-ORI-SOMA-IDADE PIC 9(8).
           05 WS-ORI-SOMA-MEDIA PIC 9(9)V9(2).
       01 WS-TOTAIS-DESTINO.
           05 WS-DES-REGISTROS PIC 9(6).
           05 WS-DES-SOMA-MATRICULA PIC 9(11).
           05 WS-DES-SOMA-IDADE PIC 9(8).
           05 WS-DES-SOMA-MEDIA PIC 9(9)V9(2).
       01 WS-TOTAL-REJEITADOS PIC 9(6).
       01 WS-TOTAL-CONTROLE PIC 9(6).
       01 WS-MEDIA-EDITADA PIC Z(8)9.99.
      * Troca de nomes, como em MIGRARMATRICULA.
       01 WS-DIRETORIO PIC X(60).
       01 WS-NOME-BASE PIC X(40).
       01 WS-NOME-MONTADO PIC X(105).
       01 WS-NOME-DE PIC X(105).
       01 WS-NOME-PARA PIC X(105).
       01 WS-RC PIC 9(4).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "=========================================".
           DISPLAY "   Migracao de alunos.dat para alunos.idx".
           DISPLAY "=========================================".
           OPEN INPUT ARQUIVO-ALUNOS-IDX.
           IF WS-STATUS-IDX = "00"
               CLOSE ARQUIVO-ALUNOS-IDX
               DISPLAY "alunos.idx ja existe; migracao ja feita."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQUIVO-ALUNOS-REL.
           IF WS-STATUS-REL NOT = "00"
               DISPLAY "alunos.dat indisponivel (STATUS="
                   WS-STATUS-REL "); nada a migrar."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE ARQUIVO-ALUNOS-REL.
           DISPLAY "ATENCAO: rode com o sistema parado. O arquivo".
           DISPLAY "antigo fica guardado como alunos.dat.PRE.".
           DISPLAY "Confirma a migracao? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Migracao cancelada."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CARREGAR-INDEXADO.
           PERFORM CONFERIR-INDEXADO.
           PERFORM MOSTRAR-PROVA.

           IF WS-CONFERE = "S"
               PERFORM TROCAR-ARQUIVO
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "TOTAIS DIVERGENTES: alunos.dat NAO foi "
                   "substituido; confira alunos.idx e apague-o "
                   "antes de rodar de novo."
               MOVE 1 TO RETURN-CODE
           END-IF.
           DISPLAY "=========================================".
           GOBACK.

       CARREGAR-INDEXADO.
      * Primeira passada: alunos.dat em sequencia (so devolve os
      * registros de fato gravados, ja em ordem de matricula) para
      * alunos.idx. Trailer perdido (CTL-MARCADOR "TRL") nao e aluno
      * e fica de fora, contado a parte.
           INITIALIZE WS-TOTAIS-ORIGEM.
           MOVE ZERO TO WS-TOTAL-REJEITADOS.
           MOVE ZERO TO WS-TOTAL-CONTROLE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-ALUNOS-REL.
           OPEN OUTPUT ARQUIVO-ALUNOS-IDX.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ALUNOS-REL NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CTL-MARCADOR OF REGISTRO-CONTROLE-REL
                               = "TRL"
                           ADD 1 TO WS-TOTAL-CONTROLE
                       ELSE
                           PERFORM GRAVAR-INDEXADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ALUNOS-REL.
           CLOSE ARQUIVO-ALUNOS-IDX.

       GRAVAR-INDEXADO.
           ADD 1 TO WS-ORI-REGISTROS.
           ADD MATRICULA-ALUNO OF REGISTRO-ALUNO-REL
               TO WS-ORI-SOMA-MATRICULA.
           ADD IDADE-ALUNO OF REGISTRO-ALUNO-REL
               TO WS-ORI-SOMA-IDADE.
           ADD MEDIA OF REGISTRO-ALUNO-REL TO WS-ORI-SOMA-MEDIA.
           MOVE REGISTRO-ALUNO-REL TO REGISTRO-ALUNO-IDX.
           WRITE REGISTRO-ALUNO-IDX
               INVALID KEY
                   ADD 1 TO WS-TOTAL-REJEITADOS
                   DISPLAY "Erro ao gravar matricula "
                       MATRICULA-ALUNO OF REGISTRO-ALUNO-REL
                       " (STATUS=" WS-STATUS-IDX ")."
           END-WRITE.

       CONFERIR-INDEXADO.
      * Segunda passada: rele alunos.idx pela chave principal e
      * recalcula os mesmos totais sobre o que ficou gravado.
           INITIALIZE WS-TOTAIS-DESTINO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-ALUNOS-IDX.
           IF WS-STATUS-IDX NOT = "00"
               DISPLAY "alunos.idx nao reabriu (STATUS="
                   WS-STATUS-IDX ")."
               MOVE "S" TO WS-FIM-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ALUNOS-IDX NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-DES-REGISTROS
                       ADD MATRICULA-ALUNO OF REGISTRO-ALUNO-IDX
                           TO WS-DES-SOMA-MATRICULA
                       ADD IDADE-ALUNO OF REGISTRO-ALUNO-IDX
                           TO WS-DES-SOMA-IDADE
                       ADD MEDIA OF REGISTRO-ALUNO-IDX
                           TO WS-DES-SOMA-MEDIA
               END-READ
           END-PERFORM.
           IF WS-STATUS-IDX = "00" OR WS-STATUS-IDX = "10"
               CLOSE ARQUIVO-ALUNOS-IDX
           END-IF.

       MOSTRAR-PROVA.
           DISPLAY "                       alunos.dat    alunos.idx".
           DISPLAY "Registros:             " WS-ORI-REGISTROS
               "        " WS-DES-REGISTROS.
           DISPLAY "Soma das matriculas:   " WS-ORI-SOMA-MATRICULA
               "   " WS-DES-SOMA-MATRICULA.
           DISPLAY "Soma das idades:       " WS-ORI-SOMA-IDADE
               "      " WS-DES-SOMA-IDADE.
           MOVE WS-ORI-SOMA-MEDIA TO WS-MEDIA-EDITADA.
           DISPLAY "Soma das medias:       " WS-MEDIA-EDITADA
               WITH NO ADVANCING.
           MOVE WS-DES-SOMA-MEDIA TO WS-MEDIA-EDITADA.
           DISPLAY "  " WS-MEDIA-EDITADA.
           IF WS-TOTAL-CONTROLE > ZERO
               DISPLAY "Registros de controle (TRL) ignorados: "
                   WS-TOTAL-CONTROLE
           END-IF.
           IF WS-TOTAL-REJEITADOS > ZERO
               DISPLAY "Registros rejeitados na gravacao: "
                   WS-TOTAL-REJEITADOS
           END-IF.
           IF WS-TOTAIS-ORIGEM = WS-TOTAIS-DESTINO
                   AND WS-TOTAL-REJEITADOS = ZERO
               MOVE "S" TO WS-CONFERE
               DISPLAY "Contagem e totais de controle CONFEREM."
           ELSE
               MOVE "N" TO WS-CONFERE
           END-IF.

       TROCAR-ARQUIVO.
      * O rename nao passa pelo COB_FILE_PATH, entao o diretorio do
      * perfil de ambiente entra explicitamente nos caminhos, como
      * em MIGRARMATRICULA.
           CALL "AMBIENTEDIR" USING WS-DIRETORIO.
           MOVE "alunos.dat" TO WS-NOME-BASE.
           PERFORM MONTAR-NOME-COMPLETO.
           MOVE WS-NOME-MONTADO TO WS-NOME-DE.
           MOVE "alunos.dat.PRE" TO WS-NOME-BASE.
           PERFORM MONTAR-NOME-COMPLETO.
           MOVE WS-NOME-MONTADO TO WS-NOME-PARA.
           CALL "CBL_RENAME_FILE" USING WS-NOME-DE WS-NOME-PARA
               RETURNING WS-RC.
           IF WS-RC = ZERO
               DISPLAY "Migracao concluida; original em "
                   "alunos.dat.PRE."
           ELSE
               DISPLAY "alunos.idx gravado, mas falhou a troca de "
                   "nome de alunos.dat (codigo " WS-RC ")."
           END-IF.

       MONTAR-NOME-COMPLETO.
           MOVE WS-NOME-BASE TO WS-NOME-MONTADO.
           IF WS-DIRETORIO NOT = SPACES
               MOVE SPACES TO WS-NOME-MONTADO
               STRING WS-DIRETORIO DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-NOME-BASE DELIMITED BY SPACE
                   INTO WS-NOME-MONTADO
               END-STRING
           END-IF.
