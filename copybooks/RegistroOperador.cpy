      * autoria nos logs de auditoria.
      * Perfis: C = consulta apenas, M = manutencao de cadastros,
      * B = batch/total (tudo de M mais rotinas de lote e o proprio
      * cadastro de operadores), O = orientacao educacional (as
      * consultas de C mais a ficha sigilosa de ORIENTACAO.cbl, que
      * nenhum outro perfil abre).
       01 REG-OPERADOR.
           05 OPE-ID PIC X(8).
           05 OPE-NOME PIC X(30).
               88 OPE-CONSULTA   VALUE "C".
               88 OPE-MANUTENCAO VALUE "M".
               88 OPE-BATCH      VALUE "B".
               88 OPE-ORIENTACAO VALUE "O".
      * Ciclo de vida da senha (CONTROLEACESSO): data da ultima
      * troca (zeros = troca forcada no proximo sign-on), falhas
      * consecutivas de senha, trava por excesso de falhas
               88 OPE-TRAVADO VALUE "S".
           05 OPE-HISTORICO-SENHAS.
               10 OPE-SENHA-ANT PIC X(8) OCCURS 3 TIMES.
      * Unidade de lotacao do operador (brancos = todas, a
      * secretaria central). O relatorio de acessos incomuns de
      * ACESSOSSENSIVEIS compara com a unidade do aluno consultado.
           05 OPE-UNIDADE PIC X(3).
