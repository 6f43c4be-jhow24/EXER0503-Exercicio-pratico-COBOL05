      *       (O SAC NEM SEMPRE TEM O CCLUB EM MAOS, COMO JA NOTADO    *
      *       EM 3120-VALIDAR-OPTOUT DO PSDC2EX1)                      *
      *       DATA DO PEDIDO (8) AAAAMMDD E ORIGEM (3): SAC/WEB/CCT    *
      *       OU FOR (DESCADASTRO NO FORNECEDOR, GERADO PELO PSDC2EX3  *
      *       NO ARQDSC01 E CONCATENADO NESTE DD PELO JOB)             *
      *----------------------------------------------------------------*
       01 ARQOPT01-REGISTRO.
          03 ARQOPT01-TIPO         PIC X(01).
