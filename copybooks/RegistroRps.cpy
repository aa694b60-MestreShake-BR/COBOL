      * Recibo Provisorio de Servico (rps.idx): um por pagamento de
      * mensalidade recebido, para a emissao da NFS-e da prefeitura.
      * O numero do RPS e sequencial e nunca se repete -- RPS
      * rejeitado ou cancelado fica com o numero dele, e o reenvio
      * ganha numero novo apontando o anterior. A chave alternativa
      * RPS-PAGAMENTO identifica o pagamento de origem: baixa do
      * banco ("B" + matricula + competencia), recibo do caixa
      * ("C" + numero do recibo) ou cobranca quitada inteira com o
      * credito da familia ("K" + matricula + competencia), para o
      * mesmo pagamento nao entrar em dois lotes. O valor inclui a
      * parte da cobranca paga com credito (MEN-CREDITO). Gravado e
      * atualizado por LOTERPS.cbl.
       01 REG-RPS.
           05 RPS-NUMERO PIC 9(8).
           05 RPS-PAGAMENTO.
               10 RPS-ORIGEM PIC X(1).
                   88 RPS-DO-BANCO VALUE "B".
                   88 RPS-DO-CAIXA VALUE "C".
                   88 RPS-DO-CREDITO VALUE "K".
               10 RPS-REFERENCIA PIC X(11).
           05 RPS-MATRICULA PIC 9(5).
           05 RPS-COMPETENCIA PIC 9(6).
           05 RPS-RECIBO PIC 9(6).
           05 RPS-DATA-PAGAMENTO PIC 9(8).
           05 RPS-VALOR PIC 9(5)V9(2).
           05 RPS-TOMADOR PIC X(30).
           05 RPS-STATUS PIC X(1).
               88 RPS-PENDENTE  VALUE "P".
               88 RPS-ENVIADO   VALUE "G".
               88 RPS-EMITIDO   VALUE "E".
               88 RPS-REJEITADO VALUE "R".
               88 RPS-CANCELADO VALUE "C".
           05 RPS-LOTE PIC 9(6).
           05 RPS-DATA-ENVIO PIC 9(8).
      * Devolvidos pela prefeitura no arquivo de retorno.
           05 RPS-NFSE PIC X(15).
           05 RPS-DATA-EMISSAO PIC 9(8).
           05 RPS-MENSAGEM PIC X(40).
      * Reenvio: o RPS rejeitado/cancelado guarda o numero do RPS
      * que o substituiu; o novo guarda o numero do que ele substitui.
           05 RPS-REENVIADO-EM PIC 9(8).
           05 RPS-SUBSTITUI PIC 9(8).
