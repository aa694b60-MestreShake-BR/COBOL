      * Resultado de avaliacao externa sem aluno identificado
      * (avaliacoes_pendentes.idx): matricula inexistente, nome sem
      * cadastro, homonimos ou data de nascimento que nao confere.
      * Fica aqui ate o vinculo manual em AVALIACOESEXTERNAS.cbl,
      * que grava o resultado em avaliacoes_externas.idx e apaga a
      * pendencia. A chave usa o nome como veio no arquivo, entao a
      * recarga do mesmo arquivo nao duplica a pendencia.
       01 REG-AVALIACAO-PENDENTE.
           05 AVP-CHAVE.
               10 AVP-AVALIACAO PIC X(10).
               10 AVP-ANO PIC 9(4).
               10 AVP-AREA PIC X(20).
               10 AVP-NOME PIC X(40).
           05 AVP-NASCIMENTO PIC 9(8).
           05 AVP-MATRICULA-INFORMADA PIC X(10).
           05 AVP-RESULTADO PIC 9(4)V9(2).
           05 AVP-ESCALA PIC 9(4).
           05 AVP-MOTIVO PIC X(30).
           05 AVP-DATA-CARGA PIC 9(8).
