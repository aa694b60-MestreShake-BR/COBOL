      * Conta pre-paga da cantina (cantina_contas.idx), chave
      * matricula, mantida por CANTINA.cbl. O saldo so muda por
      * recarga creditada (taxa CT paga no caixa ou no banco), por
      * venda no balcao da cantina e pela devolucao do saldo a
      * familia, que zera e desativa a conta. As regras sao do
      * responsavel:
      * limite de gasto por dia (zero = sem limite), saldo abaixo do
      * qual a familia e avisada e ate dez itens que o aluno nao
      * pode comprar.
       01 REG-CONTA-CANTINA.
           05 CTC-MATRICULA PIC 9(5).
           05 CTC-SALDO PIC 9(5)V9(2).
           05 CTC-LIMITE-DIARIO PIC 9(3)V9(2).
           05 CTC-SALDO-ALERTA PIC 9(3)V9(2).
      * Gasto acumulado no dia de CTC-DATA-GASTO, para o limite.
           05 CTC-DATA-GASTO PIC 9(8).
           05 CTC-GASTO-DIA PIC 9(3)V9(2).
           05 CTC-ITEM-BLOQUEADO PIC X(6) OCCURS 10 TIMES.
      * Quem pediu as regras e quando (o responsavel, por escrito
      * ou no balcao).
           05 CTC-REGRAS-POR PIC X(30).
           05 CTC-DATA-REGRAS PIC 9(8).
      * S depois do aviso de saldo baixo; volta a N na recarga.
           05 CTC-ALERTA-ENVIADO PIC X(1).
           05 CTC-STATUS PIC X(1).
               88 CTC-ATIVA   VALUE "A".
               88 CTC-INATIVA VALUE "I".
