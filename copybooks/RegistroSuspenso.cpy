      * Pagamento em suspenso (suspensos.idx), chave numero
      * sequencial: toda linha do retorno bancario que a baixa de
      * MENSALIDADES.cbl nao consegue aplicar limpa -- cobranca
      * inexistente, cobranca ja paga (pagamento em duplicidade),
      * cobranca ja renegociada em acordo, valor divergente da
      * cobranca ou linha ilegivel -- entra aqui com o motivo, em
      * vez de sumir numa linha de console ou sobrescrever o
      * primeiro pagamento. A tesouraria trata cada item em
      * SUSPENSOS.cbl: aplica em outra competencia/matricula,
      * converte em credito da familia ou marca para devolucao.
       01 REG-SUSPENSO.
           05 SUS-NUMERO PIC 9(6).
           05 SUS-DATA-ENTRADA PIC 9(8).
           05 SUS-MOTIVO PIC X(1).
               88 SUS-SEM-COBRANCA     VALUE "N".
               88 SUS-JA-PAGA          VALUE "D".
               88 SUS-RENEGOCIADA      VALUE "R".
               88 SUS-VALOR-DIVERGENTE VALUE "V".
               88 SUS-LINHA-INVALIDA   VALUE "L".
      * Dados do pagamento como vieram do banco; zeros quando a
      * linha nao pode ser interpretada (a linha original fica em
      * SUS-LINHA para a conferencia).
           05 SUS-MATRICULA PIC 9(5).
           05 SUS-COMPETENCIA PIC 9(6).
           05 SUS-DATA-PAGAMENTO PIC 9(8).
           05 SUS-VALOR PIC 9(5)V9(2).
      * Valor da cobranca encontrada (zeros sem cobranca), para a
      * tesouraria ver a divergencia sem abrir outra tela.
           05 SUS-VALOR-COBRANCA PIC 9(5)V9(2).
           05 SUS-LINHA PIC X(80).
           05 SUS-STATUS PIC X(1).
               88 SUS-PENDENTE  VALUE "P".
               88 SUS-APLICADO  VALUE "A".
               88 SUS-CREDITO   VALUE "C".
               88 SUS-DEVOLUCAO VALUE "E".
      * Destino do tratamento: cobranca em que o valor foi aplicado,
      * ou matricula/familia que recebeu o credito ou a devolucao.
           05 SUS-DEST-MATRICULA PIC 9(5).
           05 SUS-DEST-COMPETENCIA PIC 9(6).
           05 SUS-FAMILIA PIC 9(5).
           05 SUS-DATA-TRATAMENTO PIC 9(8).
           05 SUS-OPERADOR PIC X(8).
           05 SUS-OBSERVACAO PIC X(40).
