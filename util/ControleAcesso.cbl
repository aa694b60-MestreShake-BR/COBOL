      * id/senha contra operadores.idx e grava o operador corrente
      * em operador_atual.dat, de onde os cadastros leem quem esta
      * ao teclado para carimbar a auditoria e aplicar o perfil de
      * permissao (C = consulta, M = manutencao, B = batch/total,
      * O = orientacao educacional).
      * Na primeira execucao, sem operadores.idx, um operador ADMIN
      * (senha ADMIN, perfil B) e criado para a escola conseguir
      * entrar e cadastrar os demais.
               DISPLAY "Primeiro acesso: operador ADMIN criado "
                   "(senha ADMIN, troque em seguida)."
           END-IF.
      * Registro de operador no layout antigo nao abre (39): em vez
      * de recusar todo sign-on sem explicacao, aponta a conversao.
           IF WS-STATUS = "39"
               DISPLAY "operadores.idx esta no layout antigo; rode "
                   "MIGRARLAYOUTS com o sistema parado."
           END-IF.
           CLOSE ARQUIVO-OPERADOR.

       VALIDAR-OPERADOR.
