      * truncamento. O ponto de entrada CALCMEDIA aplica pesos,
      * arredondamento e corte em um lugar so, para a tela
      * (ALUNOS.cbl) e a importacao (LERCSV) nunca mais discordarem
      * sobre o mesmo trio de notas. Um sexto campo opcional da
      * linha (";1" no fim) da o prazo, em anos letivos, que o aluno
      * tem para resolver uma dependencia antes de a promocao
      * seguinte o segurar; sem ele vale 1 ano. O ponto de entrada
      * POLITICA-DEPENDENCIA devolve esse prazo. O ponto de entrada
      * CALCMEDIA-SIMULADA recebe uma linha candidata no mesmo
      * formato e aplica o mesmo calculo de CALCMEDIA com ela, sem
      * tocar na politica em vigor: e o que SIMULARPOLITICA usa para
      * mostrar a diretoria o efeito da mudanca antes de ela valer.
      * Campo vazio na linha candidata repete o valor em vigor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-PESO2 PIC 9(3) VALUE 30.
       01 WS-PESO3 PIC 9(3) VALUE 40.
       01 WS-ARREDONDA PIC X VALUE "T".
       01 WS-ANOS-DEPENDENCIA PIC 9(1) VALUE 1.
       01 WS-SOMA-PESOS PIC 9(4).
       01 WS-CAMPOS.
           05 WS-CAMPO PIC X(10) OCCURS 6 TIMES.
      * Politica candidata da simulacao, interpretada uma vez por
      * linha recebida.
       01 WS-LINHA-CANDIDATA PIC X(40) VALUE SPACES.
       01 WS-CAND-CARREGADA PIC X VALUE "N".
       01 WS-CAND-CORTE PIC 9(2)V9(2).
       01 WS-CAND-PESO1 PIC 9(3).
       01 WS-CAND-PESO2 PIC 9(3).
       01 WS-CAND-PESO3 PIC 9(3).
       01 WS-CAND-ARREDONDA PIC X.
      * Parametros do calculo corrente, em vigor ou candidato.
       01 WS-CALC-CORTE PIC 9(2)V9(2).
       01 WS-CALC-PESO1 PIC 9(3).
       01 WS-CALC-PESO2 PIC 9(3).
       01 WS-CALC-PESO3 PIC 9(3).
       01 WS-CALC-ARREDONDA PIC X.

       LINKAGE SECTION.
       01 LK-CORTE PIC 9(2)V9(2).
       01 LK-NOTA3 PIC 9(3)V9(2).
       01 LK-MEDIA PIC 9(3)V9(2).
       01 LK-RESULTADO PIC X(20).
       01 LK-ANOS-DEPENDENCIA PIC 9(1).
       01 LK-LINHA-CANDIDATA PIC X(40).

       PROCEDURE DIVISION USING LK-CORTE LK-PESO1 LK-PESO2
               LK-PESO3 LK-ARREDONDA.
       ENTRY "CALCMEDIA" USING LK-NOTA1 LK-NOTA2 LK-NOTA3
               LK-MEDIA LK-RESULTADO.
           PERFORM CARREGAR-POLITICA.
           MOVE WS-CORTE TO WS-CALC-CORTE.
           MOVE WS-PESO1 TO WS-CALC-PESO1.
           MOVE WS-PESO2 TO WS-CALC-PESO2.
           MOVE WS-PESO3 TO WS-CALC-PESO3.
           MOVE WS-ARREDONDA TO WS-CALC-ARREDONDA.
           PERFORM APLICAR-CALCULO.
           GOBACK.

      * Mesmo calculo com a politica candidata, so para simulacao.
       ENTRY "CALCMEDIA-SIMULADA" USING LK-LINHA-CANDIDATA
               LK-NOTA1 LK-NOTA2 LK-NOTA3 LK-MEDIA LK-RESULTADO.
           PERFORM CARREGAR-POLITICA.
           IF WS-CAND-CARREGADA NOT = "S"
                   OR LK-LINHA-CANDIDATA NOT = WS-LINHA-CANDIDATA
               PERFORM INTERPRETAR-CANDIDATA
           END-IF.
           MOVE WS-CAND-CORTE TO WS-CALC-CORTE.
           MOVE WS-CAND-PESO1 TO WS-CALC-PESO1.
           MOVE WS-CAND-PESO2 TO WS-CALC-PESO2.
           MOVE WS-CAND-PESO3 TO WS-CALC-PESO3.
           MOVE WS-CAND-ARREDONDA TO WS-CALC-ARREDONDA.
           PERFORM APLICAR-CALCULO.
           GOBACK.

      * Prazo da dependencia, em anos letivos contados do ano de
      * origem, lido pela promocao e pelo controle de dependencias.
       ENTRY "POLITICA-DEPENDENCIA" USING LK-ANOS-DEPENDENCIA.
           PERFORM CARREGAR-POLITICA.
           MOVE WS-ANOS-DEPENDENCIA TO LK-ANOS-DEPENDENCIA.
           GOBACK.

       APLICAR-CALCULO.
           COMPUTE WS-SOMA-PESOS = WS-CALC-PESO1 + WS-CALC-PESO2
               + WS-CALC-PESO3.
           IF WS-SOMA-PESOS = ZERO
               MOVE 100 TO WS-SOMA-PESOS
           END-IF.
           IF WS-CALC-ARREDONDA = "A"
               COMPUTE LK-MEDIA ROUNDED =
                   (LK-NOTA1 * WS-CALC-PESO1
                    + LK-NOTA2 * WS-CALC-PESO2
                    + LK-NOTA3 * WS-CALC-PESO3) / WS-SOMA-PESOS
           ELSE
               COMPUTE LK-MEDIA =
                   (LK-NOTA1 * WS-CALC-PESO1
                    + LK-NOTA2 * WS-CALC-PESO2
                    + LK-NOTA3 * WS-CALC-PESO3) / WS-SOMA-PESOS
           END-IF.
           IF LK-MEDIA >= WS-CALC-CORTE
               MOVE "PASSOU" TO LK-RESULTADO
           ELSE
               MOVE "REPROVOU" TO LK-RESULTADO
           END-IF.

       CARREGAR-POLITICA.
           IF WS-CARREGADA = "S"
           MOVE SPACES TO WS-CAMPOS.
           UNSTRING LINHA-POLITICA DELIMITED BY ";"
               INTO WS-CAMPO(1) WS-CAMPO(2) WS-CAMPO(3)
                    WS-CAMPO(4) WS-CAMPO(5) WS-CAMPO(6)
           END-UNSTRING.
           IF WS-CAMPO(1) NOT = SPACES
               COMPUTE WS-CORTE = FUNCTION NUMVAL(WS-CAMPO(1))
           IF WS-CAMPO(5)(1:1) = "A"
               MOVE "A" TO WS-ARREDONDA
           END-IF.
           IF WS-CAMPO(6)(1:1) IS NUMERIC
                   AND WS-CAMPO(6)(1:1) NOT = "0"
               MOVE WS-CAMPO(6)(1:1) TO WS-ANOS-DEPENDENCIA
           END-IF.

       INTERPRETAR-CANDIDATA.
           MOVE LK-LINHA-CANDIDATA TO WS-LINHA-CANDIDATA.
           MOVE "S" TO WS-CAND-CARREGADA.
           MOVE WS-CORTE TO WS-CAND-CORTE.
           MOVE WS-PESO1 TO WS-CAND-PESO1.
           MOVE WS-PESO2 TO WS-CAND-PESO2.
           MOVE WS-PESO3 TO WS-CAND-PESO3.
           MOVE WS-ARREDONDA TO WS-CAND-ARREDONDA.
           MOVE SPACES TO WS-CAMPOS.
           UNSTRING WS-LINHA-CANDIDATA DELIMITED BY ";"
               INTO WS-CAMPO(1) WS-CAMPO(2) WS-CAMPO(3)
                    WS-CAMPO(4) WS-CAMPO(5) WS-CAMPO(6)
           END-UNSTRING.
           IF WS-CAMPO(1) NOT = SPACES
               COMPUTE WS-CAND-CORTE = FUNCTION NUMVAL(WS-CAMPO(1))
           END-IF.
           IF WS-CAMPO(2)(1:3) IS NUMERIC
               MOVE WS-CAMPO(2)(1:3) TO WS-CAND-PESO1
           END-IF.
           IF WS-CAMPO(3)(1:3) IS NUMERIC
               MOVE WS-CAMPO(3)(1:3) TO WS-CAND-PESO2
           END-IF.
           IF WS-CAMPO(4)(1:3) IS NUMERIC
               MOVE WS-CAMPO(4)(1:3) TO WS-CAND-PESO3
           END-IF.
           IF WS-CAMPO(5)(1:1) = "A" OR WS-CAMPO(5)(1:1) = "T"
               MOVE WS-CAMPO(5)(1:1) TO WS-CAND-ARREDONDA
           END-IF.
