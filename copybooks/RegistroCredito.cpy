      * Saldo de credito da familia (creditos.idx): dinheiro que a
      * escola recebeu a mais e ainda nao usou nem devolveu --
      * pagamento em duplicidade no banco, caixa mais banco na mesma
      * competencia, sobra de acordo quitado antes do prazo. O
      * titular e o grupo familiar de familias.idx (CRD-TIPO "F",
      * CRD-TITULAR = FAM-CODIGO) ou, para aluno sem familia, a
      * propria matricula (CRD-TIPO "M"). So MOVCREDITO grava aqui;
      * cada movimento fica em creditos_mov.dat.
       01 REG-CREDITO.
           05 CRD-CHAVE.
               10 CRD-TIPO PIC X(1).
                   88 CRD-FAMILIA   VALUE "F".
                   88 CRD-MATRICULA VALUE "M".
               10 CRD-TITULAR PIC 9(5).
           05 CRD-SALDO PIC 9(7)V9(2).
           05 CRD-DATA-ULT-MOV PIC 9(8).
