           ACCEPT OPE-NOME.
           DISPLAY "Senha (ate 8 posicoes): ".
           ACCEPT OPE-SENHA.
           DISPLAY "Perfil (C=consulta M=manutencao B=batch "
               "O=orientacao): ".
           ACCEPT OPE-PERFIL.
           IF OPE-PERFIL = "c"
               MOVE "C" TO OPE-PERFIL
           IF OPE-PERFIL = "b"
               MOVE "B" TO OPE-PERFIL
           END-IF.
           IF OPE-PERFIL = "o"
               MOVE "O" TO OPE-PERFIL
           END-IF.
           IF OPE-PERFIL NOT = "C" AND OPE-PERFIL NOT = "M"
                   AND OPE-PERFIL NOT = "B" AND OPE-PERFIL NOT = "O"
               DISPLAY "Perfil invalido; assumido C (consulta)."
               MOVE "C" TO OPE-PERFIL
           END-IF.
           DISPLAY "Unidade de lotacao (vazio = todas): ".
           ACCEPT OPE-UNIDADE.
           MOVE FUNCTION UPPER-CASE(OPE-UNIDADE) TO OPE-UNIDADE.

       CADASTRAR.
           DISPLAY "Id do Operador (ate 8 posicoes): ".
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LISTADO
                       DISPLAY OPE-ID " " OPE-NOME " perfil "
                           OPE-PERFIL " unidade " OPE-UNIDADE
               END-READ
           END-PERFORM.
           PERFORM FECHAR-ARQUIVO.
