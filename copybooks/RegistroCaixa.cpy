      * sequencial do recibo impresso. Gravado pelo recebimento em
      * caixa de MENSALIDADES.cbl e totalizado pelo fechamento de
      * caixa do dia, separado das baixas do retorno bancario.
      * Recibo estornado (ESTORNOCAIXA.cbl) ganha um segundo
      * lancamento com o mesmo numero e o valor negativo, na data
      * do estorno; o lancamento original nunca e alterado.
       01 REG-CAIXA.
           05 CXA-RECIBO PIC 9(6).
           05 CXA-DATA PIC 9(8).
           05 CXA-MATRICULA PIC 9(5).
      * Taxa avulsa recebida no balcao entra na competencia 8NNNNN
      * (800000 + numero da taxa, RegistroTaxa.cpy).
           05 CXA-COMPETENCIA PIC 9(6).
               88 CXA-TAXA-AVULSA VALUE 800000 THRU 899999.
           05 CXA-VALOR PIC S9(5)V9(2).
