           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    LINHA DO PSDC2EX1 COM UF EM BRANCO E A MARCA DE NOITE SEM   *
      *    CAMPANHA (NENHUMA EXTRACAO) - NAO E VOLUME DE NENHUMA UF E  *
      *    NAO ENTRA NA TENDENCIA.                                     *
      *----------------------------------------------------------------*
       1070-EMPILHAR-LINHA SECTION.
      *----------------------------------------------------------------*
           IF ARQHIST01-PROGRAMA NOT EQUAL WRK-PROGRAMA-EXTRACAO
              OR ARQHIST01-UF EQUAL SPACES
              CONTINUE
           ELSE
              IF WRK-HIS-QTDE GREATER OR EQUAL WRK-HIS-MAX
