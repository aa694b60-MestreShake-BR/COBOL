       FD  ARQ-MENSALIDADE.
           COPY "RegistroMensalidade.cpy".

      * Mesmo layout da mensalidade, copiado do copybook para o
      * .novo acompanhar todo campo acrescentado ao registro.
       FD  ARQ-MENSALIDADE-NOVO.
           COPY "RegistroMensalidade.cpy"
               REPLACING ==REG-MENSALIDADE== BY ==REG-MENSALIDADE-NOVO==
                         LEADING ==MEN-== BY ==MNN-==.

       FD  ARQ-GRADE.
           COPY "RegistroGradeHoraria.cpy".
