           DISPLAY "=========================================".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           IF WS-PERFIL-SESSAO = "C" OR WS-PERFIL-SESSAO = "O"
               DISPLAY "Permissao negada: perfil de consulta."
               MOVE 1 TO RETURN-CODE
               GOBACK
