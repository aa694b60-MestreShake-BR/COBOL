      * Cadastro de atendimento educacional especializado (aee.idx),
      * chave matricula: a condicao do aluno com deficiencia ou
      * transtorno, o laudo que a sustenta, as adaptacoes de prova
      * concedidas e a data de revisao -- o que antes vivia na pasta
      * da coordenacao. As categorias 01 a 09 sao as do Censo
      * Escolar e seguem para EXPORTARCENSO; a 10 (transtorno de
      * aprendizagem) vale so para as adaptacoes internas. Uma
      * segunda categoria cobre a deficiencia multipla. Mantido por
      * AEE.cbl; o resumo para o quadro de provas e a folha de
      * emergencia sai de AEEALUNO.
       01 REG-AEE.
           05 AEE-MATRICULA PIC 9(5).
           05 AEE-CATEGORIA PIC 9(2).
               88 AEE-CATEGORIA-VALIDA VALUE 1 THRU 10.
               88 AEE-CATEGORIA-CENSO  VALUE 1 THRU 9.
           05 AEE-CATEGORIA-2 PIC 9(2).
      * Laudo: profissional/CID resumidos e data de emissao.
           05 AEE-LAUDO PIC X(40).
           05 AEE-DATA-LAUDO PIC 9(8).
      * Adaptacoes concedidas, "S" quando valem para as provas.
           05 AEE-ADAPTACOES.
               10 AEE-TEMPO-ADICIONAL PIC X(1).
               10 AEE-SALA-SEPARADA PIC X(1).
               10 AEE-PROVA-AMPLIADA PIC X(1).
               10 AEE-LEDOR PIC X(1).
               10 AEE-TRANSCRITOR PIC X(1).
               10 AEE-INTERPRETE-LIBRAS PIC X(1).
           05 AEE-OUTRAS-ADAPTACOES PIC X(40).
      * Sala designada para as provas de quem tem sala separada
      * (codigo de salas.idx); em branco, vale a sala de atendimento
      * informada no ensalamento (ENSALAMENTO).
           05 AEE-SALA-PROVA PIC X(10).
      * O que a professora precisa saber numa emergencia (crises,
      * mobilidade, comunicacao), impresso na folha de emergencia.
           05 AEE-OBS-EMERGENCIA PIC X(40).
           05 AEE-DATA-REVISAO PIC 9(8).
           05 AEE-SITUACAO PIC X(1).
               88 AEE-ATIVO     VALUE "A".
               88 AEE-ENCERRADO VALUE "E".
           05 AEE-OPERADOR PIC X(8).
           05 AEE-DATA-ATUALIZACAO PIC 9(8).
