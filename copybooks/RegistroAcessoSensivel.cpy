      * Log de leitura de dados sensiveis (acessos_sensiveis.log):
      * uma linha por consulta da ficha de saude, das ocorrencias
      * disciplinares ou da ficha da orientacao educacional, com o
      * operador da sessao (operador_atual.dat), a matricula vista,
      * o programa e o carimbo de data e hora. Os logs de auditoria
      * so guardam alteracoes; este guarda quem olhou. Gravado por
      * REGISTRARACESSO e lido por ACESSOSSENSIVEIS.cbl.
       01 REG-ACESSO.
           05 ACS-DATA-HORA.
               10 ACS-DATA PIC 9(8).
               10 ACS-HORA PIC 9(6).
           05 ACS-OPERADOR PIC X(8).
           05 ACS-MATRICULA PIC 9(5).
           05 ACS-TIPO PIC X(1).
               88 ACS-SAUDE       VALUE "S".
               88 ACS-OCORRENCIA  VALUE "O".
               88 ACS-ORIENTACAO  VALUE "C".
           05 ACS-PROGRAMA PIC X(16).
