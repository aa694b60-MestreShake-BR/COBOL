      * Registro permanente das declaracoes escolares
      * (declaracoes_emitidas.dat), uma linha por declaracao emitida
      * por DECLARACOESESCOLARES.cbl, como certificados_emitidos.dat
      * faz com os certificados. O numero vem do contador
      * declaracao_contador.dat, que so avanca; o codigo de
      * verificacao impresso na folha fica guardado aqui para a
      * secretaria confirmar, quando uma empresa ou outra escola
      * telefona, que a declaracao numero X com codigo Y foi mesmo
      * emitida, para quem e quando.
       01 REG-DECLARACAO.
           05 DCL-NUMERO PIC 9(6).
           05 DCL-CODIGO PIC X(8).
           05 DCL-TIPO PIC 9(1).
               88 DCL-MATRICULA-ATIVA   VALUE 1.
               88 DCL-ESCOLARIDADE      VALUE 2.
               88 DCL-FREQUENCIA        VALUE 3.
               88 DCL-TRANSFERENCIA     VALUE 4.
           05 DCL-MATRICULA PIC 9(5).
           05 DCL-NOME PIC X(20).
           05 DCL-ANO-LETIVO PIC 9(4).
           05 DCL-TURMA PIC X(10).
      * Para quem a familia pediu (Bolsa Familia, emprego, outra
      * escola), impresso na declaracao.
           05 DCL-FINALIDADE PIC X(30).
           05 DCL-DATA PIC 9(8).
           05 DCL-OPERADOR PIC X(8).
