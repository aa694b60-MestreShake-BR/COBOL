      * Layout posicional do arquivo noturno do portal dos pais
      * (portal_publicacao.txt), gravado por PORTALPAIS.cbl: registro
      * de 100 posicoes com o tipo nas duas primeiras. Por familia
      * vem um FA (responsavel da primeira matricula do grupo) e,
      * para cada filho ativo, um AL (turma e presenca no ano), os
      * NT do bimestre corrente (o maior bimestre com nota lancada
      * no ano letivo do aluno), os CB de cobranca em aberto
      * (mensalidade ou taxa avulsa, com vencimento), os PV das
      * provas marcadas da turma de hoje em diante e os DP dos
      * documentos da matricula pendentes. O TR fecha o arquivo com
      * as contagens. A familia e o grupo de familias.idx (F e o
      * codigo) ou, para quem nao tem grupo, a propria matricula
      * (A e a matricula).
       01 PTL-REGISTRO PIC X(100).
       01 PTL-FAMILIA REDEFINES PTL-REGISTRO.
           05 PTL-F-TIPO PIC X(2).
           05 PTL-F-FAMILIA PIC X(6).
           05 PTL-F-RESPONSAVEL PIC X(30).
           05 PTL-F-TELEFONE PIC X(15).
           05 PTL-F-ENDERECO PIC X(40).
           05 FILLER PIC X(7).
       01 PTL-ALUNO REDEFINES PTL-REGISTRO.
           05 PTL-A-TIPO PIC X(2).
           05 PTL-A-FAMILIA PIC X(6).
           05 PTL-A-MATRICULA PIC 9(5).
           05 PTL-A-NOME PIC X(20).
           05 PTL-A-TURMA PIC X(10).
           05 PTL-A-ANO-LETIVO PIC 9(4).
           05 PTL-A-PRESENCA PIC 9(3)V9(2).
           05 FILLER PIC X(48).
       01 PTL-NOTA REDEFINES PTL-REGISTRO.
           05 PTL-N-TIPO PIC X(2).
           05 PTL-N-FAMILIA PIC X(6).
           05 PTL-N-MATRICULA PIC 9(5).
           05 PTL-N-ANO-LETIVO PIC 9(4).
           05 PTL-N-BIMESTRE PIC 9(1).
           05 PTL-N-DISCIPLINA PIC X(20).
           05 PTL-N-NOTA-1 PIC 9(3)V9(2).
           05 PTL-N-NOTA-2 PIC 9(3)V9(2).
           05 PTL-N-NOTA-3 PIC 9(3)V9(2).
           05 PTL-N-MEDIA PIC 9(3)V9(2).
           05 PTL-N-RESULTADO PIC X(20).
           05 FILLER PIC X(22).
       01 PTL-COBRANCA REDEFINES PTL-REGISTRO.
           05 PTL-C-TIPO PIC X(2).
           05 PTL-C-FAMILIA PIC X(6).
           05 PTL-C-MATRICULA PIC 9(5).
      * M mensalidade (referencia = competencia) ou T taxa avulsa
      * (referencia = descricao da taxa).
           05 PTL-C-ORIGEM PIC X(1).
           05 PTL-C-REFERENCIA PIC X(30).
           05 PTL-C-VENCIMENTO PIC 9(8).
           05 PTL-C-VALOR PIC 9(5)V9(2).
           05 FILLER PIC X(41).
       01 PTL-PROVA REDEFINES PTL-REGISTRO.
           05 PTL-P-TIPO PIC X(2).
           05 PTL-P-FAMILIA PIC X(6).
           05 PTL-P-MATRICULA PIC 9(5).
           05 PTL-P-DATA PIC 9(8).
           05 PTL-P-DISCIPLINA PIC X(20).
           05 PTL-P-BIMESTRE PIC 9(1).
           05 FILLER PIC X(58).
       01 PTL-DOCUMENTO REDEFINES PTL-REGISTRO.
           05 PTL-D-TIPO PIC X(2).
           05 PTL-D-FAMILIA PIC X(6).
           05 PTL-D-MATRICULA PIC 9(5).
           05 PTL-D-DOC-TIPO PIC 9(1).
           05 PTL-D-DESCRICAO PIC X(30).
           05 FILLER PIC X(56).
       01 PTL-TRAILER REDEFINES PTL-REGISTRO.
           05 PTL-T-TIPO PIC X(2).
           05 PTL-T-DATA PIC 9(8).
           05 PTL-T-FAMILIAS PIC 9(5).
           05 PTL-T-REGISTROS PIC 9(7).
           05 FILLER PIC X(78).
