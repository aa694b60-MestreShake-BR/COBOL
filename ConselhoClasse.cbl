           IF CSL-APROVAR OR CSL-APROVAR-DEPENDENTE
               PERFORM MARCAR-NO-MESTRE
           END-IF.
           IF CSL-APROVAR-DEPENDENTE
               DISPLAY "Registre a disciplina devida em DEPENDENCIAS "
                   "(abrir dependencia)."
           END-IF.
           PERFORM PRINCIPAL.

       MARCAR-NO-MESTRE.
