      *----------------------------------------------------------------*
      *    SO OS MOTIVOS CORRIGIVEIS PELO CADASTRO ENTRAM NA FILA:     *
      *    EV/EB/SA/SU/DI (EMAIL) E TI (TELEFONE). OS DEMAIS MOTIVOS   *
      *    DO ARQREJ01 (DE/OP/FC/FE) NAO SAO DEFEITO DE DADO - SAO     *
      *    CONTADOS COMO IGNORADOS. FAIXAS DE ENVELHECIMENTO PELA      *
      *    DATA DO PRIMEIRO REGISTRO: 1 = ATE 7 DIAS, 2 = 8 A 30,      *
      *    3 = MAIS DE 30.                                             *
      *----------------------------------------------------------------
      *    UM REJEITO DO ARQREJ01 DA NOITE: DESEDITA O COD-CLI         *
      *    (CABECALHO E LINHA NAO NUMERICA SAO IGNORADOS), DESCARTA    *
      *    MOTIVO NAO CORRIGIVEL (DE/OP/FC/FE) E EMPILHA NA FILA SE A  *
      *    DUPLA CCLUB+MOTIVO AINDA NAO ESTIVER NELA - SE JA ESTIVER,  *
      *    A DATA DO PRIMEIRO REGISTRO E PRESERVADA (E O MESMO         *
      *    DEFEITO VOLTANDO NOITE APOS NOITE).                         *
                 MOVE ARQREJ01-MOTIVO  TO WRK-MOT-BUSCA
                 PERFORM 2050-LOCALIZAR-MOTIVO
                 IF WRK-MOT-ACHOU-IDX EQUAL ZEROS
      *             MOTIVO NAO CORRIGIVEL PELO CADASTRO (DE/OP/FC/FE)
                    ADD 1              TO ACU-IGNORADOS
                 ELSE
                    PERFORM 2100-EMPILHAR-PENDENCIA

           MOVE SPACES                   TO WRK-LINHA-RELPEN
           MOVE ACU-IGNORADOS            TO WRK-MASK6
           STRING 'REJEITOS IGNORADOS (CABEC/DE/OP/FC/FE)......: '
                WRK-MASK6
                DELIMITED BY SIZE INTO WRK-LINHA-RELPEN
           WRITE FD-RELPEN01 FROM WRK-LINHA-RELPEN
