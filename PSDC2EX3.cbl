      *                    NO HEADER DO ARQSAI01 (ARQSAI01-HDR-SEQ) E
      *                    PERSISTIDO EM ARQSEQ01, ENTAO CADA LINHA
      *                    DO RELEFC01 AMARRA COM UMA EXTRACAO (E COM
      *                    O FILTRO GRAVADO NAQUELE HEADER).
      *                    CADA DESCADASTRO ('D') E REVOGACAO DE
      *                    CONSENTIMENTO (LGPD): CONFERIDO O CCLUB EM
      *                    DB2PRD.INFO_PSSOA E O SEQUENCIAL LIBERADO
      *                    PARA ELE EM DB2PRD.HIST_CONTATO, VIRA PEDIDO
      *                    DE OPT-OUT NO LAYOUT DO ARQOPT01 (ORIGEM
      *                    'FOR') NO ARQDSC01, CONCATENADO PELO JOB NO
      *                    ARQOPT01 DO PSDC2OPT - A SUPRESSAO E A LINHA
      *                    DE AUDITORIA SAEM NO RELOPT01 COMO AS DO
      *                    SITE/CALL CENTER/SAC. O QUE NAO PODE SER
      *                    APLICADO SAI NO RELDSC01.
      *                    NOS SEQUENCIAIS COM GRUPO DE CONTROLE
      *                    (HOLDOUT DO PSDC2EX1), O RELEFC01 TRAZ
      *                    TAMBEM O LIFT: TAXA DE RESPOSTA DOS
      *                    ENVIADOS CONTRA A DO GRUPO DE CONTROLE.
      *                    E, PARA CADA CAMPANHA DO CADASTRO
      *                    DB2PRD.CAMPANHA COM EVENTO NO FEED, O
      *                    ACUMULADO DE TODOS OS SEQUENCIAIS DELA
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQENG01                                                  *
      *      RELEFC01                                                  *
      *      ARQDSC01                                                  *
      *      RELDSC01                                                  *
      *      ARQHIST01                                                 *
      *      RESP_CAMPANHA                                             *
      *      INFO_PSSOA                                                *
      *      HIST_CONTATO                                              *
      *      CAMPANHA                                                  *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *
           SELECT RELEFC01 ASSIGN       TO UT-S-RELEFC01
                      FILE STATUS      IS WRK-FS-RELEFC01.
      *
           SELECT ARQDSC01 ASSIGN       TO UT-S-ARQDSC01
                      FILE STATUS      IS WRK-FS-ARQDSC01.
      *
           SELECT RELDSC01 ASSIGN       TO UT-S-RELDSC01
                      FILE STATUS      IS WRK-FS-RELDSC01.
      *
           SELECT ARQHIST01 ASSIGN      TO UT-S-ARQHIST01
                      FILE STATUS      IS WRK-FS-ARQHIST01.
           BLOCK CONTAINS 0 RECORDS.
       01 FD-RELEFC01             PIC X(132).

      *----------------------------------------------------------------*
      *   OUTPUT:     PEDIDOS DE OPT-OUT GERADOS PELOS DESCADASTROS    *
      *               DO FORNECEDOR (MESMO LAYOUT DO ARQOPT01 DO       *
      *               PSDC2OPT, ORIGEM 'FOR' - CONCATENADO PELO JOB    *
      *               NO ARQOPT01 DA CARGA DE SUPRESSAO)               *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQDSC01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQDSC01             PIC X(100).

      *----------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE DESCADASTROS DO FORNECEDOR NAO      *
      *               APLICADOS (1 LINHA POR EVENTO, COM O MOTIVO)     *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  RELDSC01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-RELDSC01             PIC X(132).

      *----------------------------------------------------------------*
      *   OUTPUT:     HISTORICO DE EXECUCOES (AUDITORIA) - ACRESCIDO   *
      *               A CADA RODADA, NUNCA SOBRESCRITO - MESMO LAYOUT  *
           03 ACU-DUPLICADOS      PIC  9(005) VALUE ZEROS.
           03 ACU-INVALIDOS       PIC  9(005) VALUE ZEROS.
           03 WRK-ACU-TOTAL-TRATADO PIC 9(005) VALUE ZEROS.
           03 ACU-DSC-RECEBIDOS   PIC  9(005) VALUE ZEROS.
           03 ACU-DSC-ENCAMINHADOS PIC 9(005) VALUE ZEROS.
           03 ACU-DSC-SEM-CADASTRO PIC 9(005) VALUE ZEROS.
           03 ACU-DSC-SEM-SEQ     PIC  9(005) VALUE ZEROS.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
       77 WRK-TABELA              PIC  X(010) VALUE SPACES.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          05 WRK-FS-RELEFC01         PIC  X(002) VALUE SPACES.
             88 WRK-FS-RELEFC01-OK               VALUE '00'.

          05 WRK-FS-ARQDSC01         PIC  X(002) VALUE SPACES.
             88 WRK-FS-DSC01-OK                  VALUE '00'.

          05 WRK-FS-RELDSC01         PIC  X(002) VALUE SPACES.
             88 WRK-FS-RELDSC01-OK               VALUE '00'.

          05 WRK-FS-ARQHIST01        PIC  X(002) VALUE SPACES.
             88 WRK-FS-HIST01-OK                 VALUE '00'.

          05 FILLER                  PIC  X(009) VALUE '   ABERT.'.
          05 FILLER                  PIC  X(009) VALUE '   CLIQUE'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO LIFT - ENVIADOS X GRUPO DE CONTROLE'.
      *----------------------------------------------------------------*
      *    O PSDC2EX1 RETEM UMA FATIA DA POPULACAO DE CADA FILTRO COM  *
      *    PERCENTUAL DE CONTROLE NO CARTAO: O GRUPO DE CONTROLE FICA  *
      *    EM HIST_CONTATO (CIND_CONTROLE = 'S') NO MESMO SEQUENCIAL   *
      *    DOS ENVIADOS, MAS NAO RECEBE A PECA. O RESULTADO MEDIDO NOS *
      *    DOIS GRUPOS E O MESMO: CLIENTE COM ALGUMA ABERTURA OU       *
      *    CLIQUE ('A'/'C') EM RESP_CAMPANHA, DE QUALQUER SEQUENCIAL,  *
      *    NA DATA DO CONTATO OU DEPOIS. LIFT = TAXA DOS ENVIADOS -    *
      *    TAXA DO CONTROLE, EM PONTOS PERCENTUAIS (NEGATIVO = A       *
      *    CAMPANHA NAO SUPEROU O CONTROLE). UMA LINHA POR SEQUENCIAL  *
      *    QUE TEM GRUPO DE CONTROLE AINDA EM HIST_CONTATO.            *
      *----------------------------------------------------------------*
       77 WRK-LFT-SEQ-ATUAL          PIC  9(006) VALUE ZEROS.
       77 WRK-LFT-ENVIADOS           PIC  9(009) VALUE ZEROS.
       77 WRK-LFT-RESP-ENVIADOS      PIC  9(009) VALUE ZEROS.
       77 WRK-LFT-CONTROLE           PIC  9(009) VALUE ZEROS.
       77 WRK-LFT-RESP-CONTROLE      PIC  9(009) VALUE ZEROS.
       77 WRK-LFT-PCT-ENVIADOS       PIC  9(003)V9(002) VALUE ZEROS.
       77 WRK-LFT-PCT-CONTROLE       PIC  9(003)V9(002) VALUE ZEROS.
       77 WRK-LFT-LIFT               PIC S9(003)V9(002) VALUE ZEROS.
       77 WRK-LFT-QTD-SEQ            PIC  9(005) VALUE ZEROS.
       77 WRK-FIM-CSR-LIFT           PIC  X(001) VALUE 'N'.

       01 WRK-LINHA-EFC-LIFT.
          05 FILLER                  PIC  X(004) VALUE 'SEQ '.
          05 WRK-LFL-SEQ             PIC  9(006).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LFL-ENVIADOS        PIC  ZZZZ.ZZ9.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LFL-RESP-ENV        PIC  ZZZZ.ZZ9.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LFL-PCT-ENV         PIC  ZZ9,99.
          05 FILLER                  PIC  X(001) VALUE '%'.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LFL-CONTROLE        PIC  ZZZZ.ZZ9.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LFL-RESP-CTL        PIC  ZZZZ.ZZ9.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LFL-PCT-CTL         PIC  ZZ9,99.
          05 FILLER                  PIC  X(001) VALUE '%'.
          05 FILLER                  PIC  X(003) VALUE SPACES.
          05 WRK-LFL-LIFT            PIC  ---9,99.
          05 FILLER                  PIC  X(005) VALUE ' P.P.'.

       01 WRK-CABEC-EFC-LIFT.
          05 FILLER                  PIC  X(010) VALUE 'SEQ       '.
          05 FILLER                  PIC  X(010) VALUE '  ENVIADOS'.
          05 FILLER                  PIC  X(010) VALUE '  RESPOND.'.
          05 FILLER                  PIC  X(009) VALUE '    TAXA '.
          05 FILLER                  PIC  X(010) VALUE '  CONTROLE'.
          05 FILLER                  PIC  X(010) VALUE '  RESPOND.'.
          05 FILLER                  PIC  X(009) VALUE '    TAXA '.
          05 FILLER                  PIC  X(011) VALUE '       LIFT'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO RESUMO POR CAMPANHA'.
      *----------------------------------------------------------------*
      *    CADA SEQUENCIAL DO FEED E AMARRADO A SUA CAMPANHA PELO      *
      *    CCAMPANHA GRAVADO EM HIST_CONTATO PELO PSDC2EX1 (CADASTRO   *
      *    DB2PRD.CAMPANHA). PARA CADA CAMPANHA COM EVENTO NESTA       *
      *    RODADA O RELEFC01 TRAZ O ACUMULADO DE TODOS OS SEQUENCIAIS  *
      *    DELA AINDA NO DB2 (TODAS AS NOITES E TODAS AS UF DO MODO    *
      *    REGIAO): SEQUENCIAIS, CONTATADOS (SEM O GRUPO DE CONTROLE)  *
      *    E EVENTOS POR TIPO, COM AS TAXAS DE ABERTURA/CLIQUE SOBRE   *
      *    OS ENTREGUES, NA MESMA REGRA DE 9610. SEQUENCIAL GERADO POR *
      *    CARTAO DIGITADO NO ARQPARM (CCAMPANHA EM BRANCO) SO APARECE *
      *    NOS TOTAIS POR SEQUENCIAL.                                  *
      *----------------------------------------------------------------*
       01 WRK-TAB-CAMP.
          05 WRK-CMP-QTDE            PIC  9(003) VALUE ZEROS.
          05 WRK-CMP-CAMPANHA        PIC  X(008)
                                     OCCURS 500 TIMES.
       77 WRK-CMP-MAX                PIC  9(003) VALUE 500.
       77 WRK-CMP-IDX                PIC  9(003) COMP VALUE ZEROS.
       77 WRK-CMP-ACHOU              PIC  X(001) VALUE 'N'.
       77 WRK-CMP-SEM-CAMPANHA       PIC  9(003) VALUE ZEROS.

       01 WRK-LINHA-EFC-CAMP.
          05 WRK-LEC-CAMPANHA        PIC  X(008).
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-LEC-NOME            PIC  X(030).
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-LEC-QTD-SEQ         PIC  ZZ9.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LEC-CONTATADOS      PIC  ZZZZ.ZZ9.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LEC-ENTREGUES       PIC  ZZZZ.ZZ9.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LEC-ABERTOS         PIC  ZZZZ.ZZ9.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LEC-CLICADOS        PIC  ZZZZ.ZZ9.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LEC-DESCAD          PIC  ZZZZ.ZZ9.
          05 FILLER                  PIC  X(004) VALUE SPACES.
          05 WRK-LEC-PCT-ABERT       PIC  ZZ9.
          05 FILLER                  PIC  X(001) VALUE '%'.
          05 FILLER                  PIC  X(005) VALUE SPACES.
          05 WRK-LEC-PCT-CLIQ        PIC  ZZ9.
          05 FILLER                  PIC  X(001) VALUE '%'.

       01 WRK-CABEC-EFC-CAMP.
          05 FILLER                  PIC  X(009) VALUE 'CAMPANHA '.
          05 FILLER                  PIC  X(031) VALUE 'NOME'.
          05 FILLER                  PIC  X(003) VALUE 'SEQ'.
          05 FILLER                  PIC  X(010) VALUE 'CONTATADOS'.
          05 FILLER                  PIC  X(010) VALUE ' ENTREGUES'.
          05 FILLER                  PIC  X(010) VALUE '   ABERTOS'.
          05 FILLER                  PIC  X(010) VALUE '  CLICADOS'.
          05 FILLER                  PIC  X(010) VALUE '   DESCAD.'.
          05 FILLER                  PIC  X(009) VALUE '   ABERT.'.
          05 FILLER                  PIC  X(009) VALUE '   CLIQUE'.
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS DESCADASTROS DO FORNECEDOR'.
      *----------------------------------------------------------------*
      *    PEDIDO DE OPT-OUT GERADO A PARTIR DO EVENTO 'D' - MESMO     *
      *    LAYOUT DO ARQOPT01-REGISTRO DO PSDC2OPT (TIPO, CCLUB,       *
      *    EMAIL, DATA DO PEDIDO, ORIGEM). SO O CCLUB VEM NO EVENTO,   *
      *    O EMAIL SAI EM BRANCO (O PSDC2OPT GRAVA A SUPRESSAO POR     *
      *    CCLUB, QUE O EXISTS DE 3120-VALIDAR-OPTOUT DO PSDC2EX1 JA   *
      *    ENXERGA). A DATA DO PEDIDO E A DATA DO EVENTO NO FORNECEDOR.*
      *----------------------------------------------------------------*
       01 ARQDSC01-REGISTRO.
          03 ARQDSC01-TIPO         PIC X(01) VALUE 'O'.
          03 ARQDSC01-CCLUB        PIC 9(10) VALUE ZEROS.
          03 ARQDSC01-EMAIL        PIC X(70) VALUE SPACES.
          03 ARQDSC01-DT-PEDIDO    PIC 9(08) VALUE ZEROS.
          03 ARQDSC01-ORIGEM       PIC X(03) VALUE 'FOR'.
          03 FILLER                PIC X(08) VALUE SPACES.

       01 WRK-LINHA-RELDSC            PIC X(132).

      *    LINHA DE UM DESCADASTRO NAO APLICADO                        *
       01 WRK-LINHA-DSC-DET.
          05 FILLER                  PIC  X(004) VALUE 'SEQ '.
          05 WRK-LDS-SEQ             PIC  9(006).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LDS-CCLUB           PIC  9(010).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LDS-DT-EVENTO       PIC  9(008).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LDS-MOTIVO          PIC  X(040).

       01 WRK-CABEC-DSC-DET.
          05 FILLER                  PIC  X(012) VALUE 'SEQUENCIAL  '.
          05 FILLER                  PIC  X(012) VALUE 'CCLUB       '.
          05 FILLER                  PIC  X(010) VALUE 'DT EVENTO '.
          05 FILLER                  PIC  X(006) VALUE 'MOTIVO'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO BOOK DO ARQUIVO DE ENGAJAMENTO'.
          05 WRK-HV-TIPO-EVENTO    PIC X(01).
          05 WRK-HV-DT-EVENTO      PIC 9(08).

      *    CONFERENCIA DO DESCADASTRO ANTES DE VIRAR PEDIDO DE         *
      *    OPT-OUT: CCLUB AINDA NO CADASTRO E SEQUENCIAL REALMENTE     *
      *    LIBERADO PARA ELE (LINHA EM HIST_CONTATO COM O MESMO        *
      *    NUM_SEQ_ARQ, GRAVADA POR 3940-GRAVAR-HIST-CONTATO DO        *
      *    PSDC2EX1).                                                  *
       77 WRK-QTD-PSSOA            PIC S9(009) COMP VALUE ZEROS.
       77 WRK-QTD-HIST             PIC S9(009) COMP VALUE ZEROS.

      *    LIFT POR SEQUENCIAL: MEMBROS E RESPONDENTES DE CADA GRUPO   *
      *    (CIND_CONTROLE 'N' = ENVIADO / 'S' = CONTROLE) NOS          *
      *    SEQUENCIAIS QUE TEM GRUPO DE CONTROLE. RESPONDENTE = CCLUB  *
      *    COM ABERTURA OU CLIQUE NA DATA DO CONTATO OU DEPOIS (VER    *
      *    AREA DO LIFT).                                              *
       01 WRK-HOST-LIFT.
          05 WRK-HV-LFT-SEQ        PIC 9(06).
          05 WRK-HV-LFT-CIND       PIC X(01).
             88 WRK-HV-LFT-CONTROLE       VALUE 'S'.
          05 WRK-HV-LFT-MEMBROS    PIC S9(009) COMP.
          05 WRK-HV-LFT-RESPOND    PIC S9(009) COMP.

      *    RESUMO POR CAMPANHA (VER AREA DO RESUMO POR CAMPANHA)       *
       01 WRK-HOST-CAMP.
          05 WRK-HV-CMP-SEQ        PIC 9(06).
          05 WRK-HV-CMP-CAMPANHA   PIC X(08).
          05 WRK-HV-CMP-NOME       PIC X(40).
          05 WRK-HV-CMP-QTD-SEQ    PIC S9(009) COMP.
          05 WRK-HV-CMP-CONTATADOS PIC S9(009) COMP.
          05 WRK-HV-CMP-ENTREGUES  PIC S9(009) COMP.
          05 WRK-HV-CMP-ABERTOS    PIC S9(009) COMP.
          05 WRK-HV-CMP-CLICADOS   PIC S9(009) COMP.
          05 WRK-HV-CMP-DESCAD     PIC S9(009) COMP.

           EXEC SQL DECLARE CSR-EX3-LIFT CURSOR FOR
               SELECT H.NUM_SEQ_ARQ, H.CIND_CONTROLE,
                      COUNT(DISTINCT H.CCLUB),
                      COUNT(DISTINCT R.CCLUB)
                 FROM DB2PRD.HIST_CONTATO H
                 LEFT OUTER JOIN DB2PRD.RESP_CAMPANHA R
                   ON  R.CCLUB       = H.CCLUB
                   AND R.CTPO_EVENTO IN ('A', 'C')
                   AND R.DT_EVENTO  >= H.DT_CONTATO
                WHERE H.NUM_SEQ_ARQ IN
                      (SELECT C.NUM_SEQ_ARQ
                         FROM DB2PRD.HIST_CONTATO C
                        WHERE C.CIND_CONTROLE = 'S')
                GROUP BY H.NUM_SEQ_ARQ, H.CIND_CONTROLE
                ORDER BY H.NUM_SEQ_ARQ, H.CIND_CONTROLE
           END-EXEC.

      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
              'PSDC2EX3 - FIM DA AREA DE WORKING'.
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1100-ABRIR-DESCADASTRO

           PERFORM 3700-LER-ARQENG01

           IF WRK-FIM-ARQENG EQUAL 'S'
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    ABRE O ARQDSC01 (PEDIDOS DE OPT-OUT PARA O PSDC2OPT) E O    *
      *    RELDSC01 (DESCADASTROS NAO APLICADOS) - AS LINHAS SAEM      *
      *    DURANTE O PROCESSAMENTO, ENTAO OS DOIS ABREM JA NA          *
      *    INICIALIZACAO, COMO O RELOPT01 DO PSDC2OPT.                 *
      *----------------------------------------------------------------*
       1100-ABRIR-DESCADASTRO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-EXEC-DD       TO WRK-DATA-EXEC-EDIT(1:2)
           MOVE WRK-DATA-EXEC-MM       TO WRK-DATA-EXEC-EDIT(4:2)
           MOVE WRK-DATA-EXEC-AAAA     TO WRK-DATA-EXEC-EDIT(7:4)

           MOVE 'ARQDSC01'             TO WRK-ARQUIVO
           SET WRK-CN-OPEN              TO TRUE

           OPEN OUTPUT ARQDSC01

           IF NOT WRK-FS-DSC01-OK
              MOVE WRK-FS-ARQDSC01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'RELDSC01'             TO WRK-ARQUIVO

           OPEN OUTPUT RELDSC01

           IF NOT WRK-FS-RELDSC01-OK
              MOVE WRK-FS-RELDSC01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-WRITE             TO TRUE

           MOVE SPACES                 TO WRK-LINHA-RELDSC
           STRING 'DESCADASTROS DO FORNECEDOR NAO APLICADOS - '
                WRK-PROGRAMA
                DELIMITED BY SIZE INTO WRK-LINHA-RELDSC
           WRITE FD-RELDSC01 FROM WRK-LINHA-RELDSC

           MOVE SPACES                 TO WRK-LINHA-RELDSC
           STRING 'DATA DA EXECUCAO....: ' WRK-DATA-EXEC-EDIT
                DELIMITED BY SIZE INTO WRK-LINHA-RELDSC
           WRITE FD-RELDSC01 FROM WRK-LINHA-RELDSC

           WRITE FD-RELDSC01 FROM WRK-CABEC-DSC-DET
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *        ROTINA DE PROCESSAMENTO PRINCIPAL - 1 REGISTRO DO       *
      *        ARQENG01 POR PASSAGEM. LINHA COM SEQUENCIAL/CCLUB/DATA  *
      *        NAO NUMERICOS OU TIPO DE EVENTO DESCONHECIDO E CONTADA  *

                 PERFORM 3500-ACUMULAR-SEQ

                 IF ARQENG01-EVT-DESCAD
                    PERFORM 3600-TRATAR-DESCADASTRO
                 END-IF

                 ADD 1                 TO WRK-COMMIT-CONTADOR
                 IF WRK-COMMIT-CONTADOR GREATER OR EQUAL
                                            WRK-COMMIT-INTERVALO
                 END-IF
              WHEN SQLCODE EQUAL -803
                 ADD 1                 TO ACU-DUPLICADOS
      *          DESCADASTRO RETRANSMITIDO TAMBEM E REENCAMINHADO: SE A
      *          RODADA ANTERIOR CANCELOU DEPOIS DO COMMIT, O ARQDSC01
      *          DELA SE PERDEU - NO PSDC2OPT O PEDIDO REPETIDO SO SAI
      *          COMO 'JA SUPRIMIDO'
                 IF ARQENG01-EVT-DESCAD
                    PERFORM 3600-TRATAR-DESCADASTRO
                 END-IF
              WHEN OTHER
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    DESCADASTRO DO FORNECEDOR (EVENTO 'D'): CONFERE O CCLUB NO  *
      *    CADASTRO E O SEQUENCIAL LIBERADO PARA ELE EM HIST_CONTATO.  *
      *    CONFERIDO, GRAVA O PEDIDO DE OPT-OUT NO ARQDSC01; SENAO,    *
      *    LISTA NO RELDSC01 COM O MOTIVO (O EVENTO CONTINUA GRAVADO   *
      *    EM RESP_CAMPANHA DO MESMO JEITO).                           *
      *----------------------------------------------------------------*
       3600-TRATAR-DESCADASTRO SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO ACU-DSC-RECEBIDOS

           MOVE 'INFOPSSOA'            TO WRK-TABELA
           MOVE ZEROS                  TO WRK-QTD-PSSOA

           EXEC SQL
              SELECT COUNT(*)
                INTO :WRK-QTD-PSSOA
                FROM DB2PRD.INFO_PSSOA
               WHERE CCLUB = :WRK-HV-CCLUB
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-QTD-PSSOA EQUAL ZEROS
              ADD 1                    TO ACU-DSC-SEM-CADASTRO
              MOVE 'CCLUB NAO CONSTA MAIS EM INFO_PSSOA'
                                       TO WRK-LDS-MOTIVO
              PERFORM 3660-GRAVAR-NAO-APLICADO
           ELSE
              MOVE 'HISTCONT'          TO WRK-TABELA
              MOVE ZEROS               TO WRK-QTD-HIST

              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WRK-QTD-HIST
                   FROM DB2PRD.HIST_CONTATO
                  WHERE CCLUB       = :WRK-HV-CCLUB
                    AND NUM_SEQ_ARQ = :WRK-HV-NUM-SEQ
              END-EXEC

              IF SQLCODE NOT EQUAL ZEROS
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              IF WRK-QTD-HIST EQUAL ZEROS
                 ADD 1                 TO ACU-DSC-SEM-SEQ
                 MOVE 'SEQUENCIAL NUNCA LIBERADO PARA O CCLUB'
                                       TO WRK-LDS-MOTIVO
                 PERFORM 3660-GRAVAR-NAO-APLICADO
              ELSE
                 PERFORM 3650-GRAVAR-ARQDSC01
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    GRAVA O PEDIDO DE OPT-OUT (ORIGEM 'FOR') NO ARQDSC01.       *
      *----------------------------------------------------------------*
       3650-GRAVAR-ARQDSC01 SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-HV-CCLUB           TO ARQDSC01-CCLUB
           MOVE WRK-HV-DT-EVENTO       TO ARQDSC01-DT-PEDIDO

           MOVE 'ARQDSC01'             TO WRK-ARQUIVO
           SET WRK-CN-WRITE             TO TRUE

           WRITE FD-ARQDSC01 FROM ARQDSC01-REGISTRO

           IF NOT WRK-FS-DSC01-OK
              MOVE WRK-FS-ARQDSC01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                       TO ACU-DSC-ENCAMINHADOS
           .
      *----------------------------------------------------------------*
       3650-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    LISTA O DESCADASTRO NAO APLICADO NO RELDSC01 (O MOTIVO JA   *
      *    VEM EM WRK-LDS-MOTIVO).                                     *
      *----------------------------------------------------------------*
       3660-GRAVAR-NAO-APLICADO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-HV-NUM-SEQ         TO WRK-LDS-SEQ
           MOVE WRK-HV-CCLUB           TO WRK-LDS-CCLUB
           MOVE WRK-HV-DT-EVENTO       TO WRK-LDS-DT-EVENTO

           MOVE 'RELDSC01'             TO WRK-ARQUIVO
           SET WRK-CN-WRITE             TO TRUE

           WRITE FD-RELDSC01 FROM WRK-LINHA-DSC-DET

           IF NOT WRK-FS-RELDSC01-OK
              MOVE WRK-FS-RELDSC01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3660-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    LEITURA DO ARQUIVO DE ENGAJAMENTO                           *
      *----------------------------------------------------------------*
       3700-LER-ARQENG01 SECTION.
              VARYING WRK-SEQ-IDX FROM 1 BY 1
              UNTIL WRK-SEQ-IDX GREATER WRK-SEQ-QTDE

           PERFORM 9620-GERAR-LIFT

           PERFORM 9640-GERAR-RESUMO-CAMPANHA

           MOVE SPACES                   TO WRK-LINHA-RELEFC
           MOVE ACU-LIDOS                TO WRK-MASK
           STRING 'EVENTOS LIDOS DO ARQENG01...................: '
                DELIMITED BY SIZE INTO WRK-LINHA-RELEFC
           WRITE FD-RELEFC01 FROM WRK-LINHA-RELEFC

           MOVE SPACES                   TO WRK-LINHA-RELEFC
           MOVE ACU-DSC-ENCAMINHADOS     TO WRK-MASK5
           STRING 'DESCADASTROS ENCAMINHADOS A SUPRESSAO.......: '
                WRK-MASK5
                DELIMITED BY SIZE INTO WRK-LINHA-RELEFC
           WRITE FD-RELEFC01 FROM WRK-LINHA-RELEFC

           MOVE SPACES                   TO WRK-LINHA-RELEFC
           IF WRK-BALANCETE-CONFERE
              STRING 'SITUACAO DO BALANCETE.......: OK - CONFERE'
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    BLOCO DE LIFT DO RELEFC01: PARA CADA SEQUENCIAL COM GRUPO   *
      *    DE CONTROLE, ENVIADOS X CONTROLE (MEMBROS, RESPONDENTES E   *
      *    TAXA) E A DIFERENCA ENTRE AS TAXAS. O CURSOR TRAZ ATE DUAS  *
      *    LINHAS POR SEQUENCIAL (CIND_CONTROLE 'N' E 'S'), JUNTADAS   *
      *    POR QUEBRA DE SEQUENCIAL EM 9630.                           *
      *----------------------------------------------------------------*
       9620-GERAR-LIFT SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE               TO TRUE

           MOVE SPACES                   TO WRK-LINHA-RELEFC
           WRITE FD-RELEFC01 FROM WRK-LINHA-RELEFC

           MOVE SPACES                   TO WRK-LINHA-RELEFC
           STRING 'LIFT POR SEQUENCIAL - ENVIADOS X GRUPO DE CONTROLE'
                ' (RESPOSTA = ABERTURA OU CLIQUE APOS O CONTATO):'
                DELIMITED BY SIZE INTO WRK-LINHA-RELEFC
           WRITE FD-RELEFC01 FROM WRK-LINHA-RELEFC

           WRITE FD-RELEFC01 FROM WRK-CABEC-EFC-LIFT

           MOVE ZEROS                    TO WRK-LFT-SEQ-ATUAL
                                            WRK-LFT-QTD-SEQ
           MOVE 'N'                      TO WRK-FIM-CSR-LIFT
           MOVE 'HISTCONT'               TO WRK-TABELA

           EXEC SQL
              OPEN CSR-EX3-LIFT
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 9625-LER-CSR-LIFT

           PERFORM 9630-TRATAR-LIFT
              UNTIL WRK-FIM-CSR-LIFT EQUAL 'S'

      *    ULTIMO SEQUENCIAL DO CURSOR
           IF WRK-LFT-SEQ-ATUAL NOT EQUAL ZEROS
              PERFORM 9635-IMPRIMIR-LIFT
           END-IF

           EXEC SQL
              CLOSE CSR-EX3-LIFT
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-LFT-QTD-SEQ EQUAL ZEROS
              MOVE SPACES                TO WRK-LINHA-RELEFC
              STRING '    NENHUM SEQUENCIAL COM GRUPO DE CONTROLE'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELEFC
              SET WRK-CN-WRITE            TO TRUE
              WRITE FD-RELEFC01 FROM WRK-LINHA-RELEFC
           END-IF

           MOVE SPACES                   TO WRK-LINHA-RELEFC
           WRITE FD-RELEFC01 FROM WRK-LINHA-RELEFC
           .
      *----------------------------------------------------------------*
       9620-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       9625-LER-CSR-LIFT SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                TO WRK-RETRY-CONTADOR

           PERFORM 9626-FETCH-LIFT-UNICO
              WITH TEST AFTER
              UNTIL (SQLCODE NOT EQUAL -911 AND SQLCODE NOT EQUAL -913)
                 OR WRK-RETRY-CONTADOR GREATER WRK-RETRY-MAX-TENTATIVAS

           EVALUATE TRUE
               WHEN SQLCODE EQUAL +100
                    MOVE 'S'           TO WRK-FIM-CSR-LIFT
               WHEN SQLCODE EQUAL ZEROS
                    CONTINUE
               WHEN OTHER
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       9625-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       9626-FETCH-LIFT-UNICO SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
              FETCH CSR-EX3-LIFT INTO
                      :WRK-HV-LFT-SEQ
                     ,:WRK-HV-LFT-CIND
                     ,:WRK-HV-LFT-MEMBROS
                     ,:WRK-HV-LFT-RESPOND
           END-EXEC

           IF SQLCODE EQUAL -911 OR SQLCODE EQUAL -913
              ADD 1                   TO WRK-RETRY-CONTADOR
              IF WRK-RETRY-CONTADOR NOT GREATER
                                          WRK-RETRY-MAX-TENTATIVAS
                 DISPLAY '* DEADLOCK/TIMEOUT DB2 (SQLCODE ' SQLCODE
                         ') NO FETCH - TENTATIVA ' WRK-RETRY-CONTADOR
                 CALL 'CEE3DLY' USING BY VALUE     WRK-RETRY-ESPERA
                                      BY REFERENCE WRK-RETRY-FEEDBACK
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       9626-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    QUEBRA POR SEQUENCIAL: AO MUDAR DE SEQUENCIAL IMPRIME O     *
      *    ANTERIOR E ZERA OS GRUPOS; A LINHA LIDA SOMA NO GRUPO DO    *
      *    SEU CIND_CONTROLE.                                          *
      *----------------------------------------------------------------*
       9630-TRATAR-LIFT SECTION.
      *----------------------------------------------------------------*
           IF WRK-HV-LFT-SEQ NOT EQUAL WRK-LFT-SEQ-ATUAL
              IF WRK-LFT-SEQ-ATUAL NOT EQUAL ZEROS
                 PERFORM 9635-IMPRIMIR-LIFT
              END-IF
              MOVE WRK-HV-LFT-SEQ     TO WRK-LFT-SEQ-ATUAL
              MOVE ZEROS              TO WRK-LFT-ENVIADOS
                                         WRK-LFT-RESP-ENVIADOS
                                         WRK-LFT-CONTROLE
                                         WRK-LFT-RESP-CONTROLE
           END-IF

           IF WRK-HV-LFT-CONTROLE
              ADD WRK-HV-LFT-MEMBROS  TO WRK-LFT-CONTROLE
              ADD WRK-HV-LFT-RESPOND  TO WRK-LFT-RESP-CONTROLE
           ELSE
              ADD WRK-HV-LFT-MEMBROS  TO WRK-LFT-ENVIADOS
              ADD WRK-HV-LFT-RESPOND  TO WRK-LFT-RESP-ENVIADOS
           END-IF

           PERFORM 9625-LER-CSR-LIFT
           .
      *----------------------------------------------------------------*
       9630-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    UMA LINHA DE LIFT. GRUPO VAZIO SAI COM TAXA ZERADA, PARA    *
      *    NAO DIVIDIR POR ZERO (MESMA REGRA DE 9610).                 *
      *----------------------------------------------------------------*
       9635-IMPRIMIR-LIFT SECTION.
      *----------------------------------------------------------------*
           IF WRK-LFT-ENVIADOS GREATER ZEROS
              COMPUTE WRK-LFT-PCT-ENVIADOS ROUNDED =
                 (WRK-LFT-RESP-ENVIADOS * 100) / WRK-LFT-ENVIADOS
           ELSE
              MOVE ZEROS               TO WRK-LFT-PCT-ENVIADOS
           END-IF

           IF WRK-LFT-CONTROLE GREATER ZEROS
              COMPUTE WRK-LFT-PCT-CONTROLE ROUNDED =
                 (WRK-LFT-RESP-CONTROLE * 100) / WRK-LFT-CONTROLE
           ELSE
              MOVE ZEROS               TO WRK-LFT-PCT-CONTROLE
           END-IF

           COMPUTE WRK-LFT-LIFT =
              WRK-LFT-PCT-ENVIADOS - WRK-LFT-PCT-CONTROLE

           MOVE WRK-LFT-SEQ-ATUAL      TO WRK-LFL-SEQ
           MOVE WRK-LFT-ENVIADOS       TO WRK-LFL-ENVIADOS
           MOVE WRK-LFT-RESP-ENVIADOS  TO WRK-LFL-RESP-ENV
           MOVE WRK-LFT-PCT-ENVIADOS   TO WRK-LFL-PCT-ENV
           MOVE WRK-LFT-CONTROLE       TO WRK-LFL-CONTROLE
           MOVE WRK-LFT-RESP-CONTROLE  TO WRK-LFL-RESP-CTL
           MOVE WRK-LFT-PCT-CONTROLE   TO WRK-LFL-PCT-CTL
           MOVE WRK-LFT-LIFT           TO WRK-LFL-LIFT

           ADD 1                       TO WRK-LFT-QTD-SEQ

           SET WRK-CN-WRITE             TO TRUE
           WRITE FD-RELEFC01 FROM WRK-LINHA-EFC-LIFT
           .
      *----------------------------------------------------------------*
       9635-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    BLOCO DO RESUMO POR CAMPANHA DO RELEFC01: LEVANTA AS        *
      *    CAMPANHAS DOS SEQUENCIAIS DO FEED (9641) E IMPRIME O        *
      *    ACUMULADO DE CADA UMA (9645).                               *
      *----------------------------------------------------------------*
       9640-GERAR-RESUMO-CAMPANHA SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                    TO WRK-CMP-QTDE
                                            WRK-CMP-SEM-CAMPANHA

           PERFORM 9641-IDENTIFICAR-CAMPANHA
              VARYING WRK-SEQ-IDX FROM 1 BY 1
              UNTIL WRK-SEQ-IDX GREATER WRK-SEQ-QTDE

           SET WRK-CN-WRITE               TO TRUE

           MOVE SPACES                   TO WRK-LINHA-RELEFC
           STRING 'RESUMO POR CAMPANHA - ACUMULADO DE TODOS OS '
                'SEQUENCIAIS DA CAMPANHA (TODAS AS NOITES E UF):'
                DELIMITED BY SIZE INTO WRK-LINHA-RELEFC
           WRITE FD-RELEFC01 FROM WRK-LINHA-RELEFC

           WRITE FD-RELEFC01 FROM WRK-CABEC-EFC-CAMP

           PERFORM 9645-IMPRIMIR-CAMPANHA
              VARYING WRK-CMP-IDX FROM 1 BY 1
              UNTIL WRK-CMP-IDX GREATER WRK-CMP-QTDE

           IF WRK-CMP-QTDE EQUAL ZEROS
              MOVE SPACES                TO WRK-LINHA-RELEFC
              STRING '    NENHUM SEQUENCIAL DO FEED LIGADO A CAMPANHA'
                   ' CADASTRADA'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELEFC
              SET WRK-CN-WRITE            TO TRUE
              WRITE FD-RELEFC01 FROM WRK-LINHA-RELEFC
           END-IF

           IF WRK-CMP-SEM-CAMPANHA GREATER ZEROS
              MOVE SPACES                TO WRK-LINHA-RELEFC
              MOVE WRK-CMP-SEM-CAMPANHA  TO WRK-MASK
              STRING '    SEQUENCIAIS DO FEED SEM CAMPANHA (CARTAO '
                   'DO ARQPARM): ' WRK-MASK
                   DELIMITED BY SIZE INTO WRK-LINHA-RELEFC
              SET WRK-CN-WRITE            TO TRUE
              WRITE FD-RELEFC01 FROM WRK-LINHA-RELEFC
           END-IF

           MOVE SPACES                   TO WRK-LINHA-RELEFC
           WRITE FD-RELEFC01 FROM WRK-LINHA-RELEFC
           .
      *----------------------------------------------------------------*
       9640-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    CAMPANHA DO SEQUENCIAL WRK-SEQ-IDX (TODAS AS LINHAS DE UM   *
      *    SEQUENCIAL TEM A MESMA CAMPANHA - O MAX SO EVITA O -811).   *
      *    SEQUENCIAL JA EXPURGADO OU DE CARTAO DIGITADO VOLTA EM      *
      *    BRANCO E SO E CONTADO.                                      *
      *----------------------------------------------------------------*
       9641-IDENTIFICAR-CAMPANHA SECTION.
      *----------------------------------------------------------------*
           MOVE 'HISTCONT'               TO WRK-TABELA
           MOVE WRK-SEQ-NUMERO(WRK-SEQ-IDX) TO WRK-HV-CMP-SEQ

           EXEC SQL
              SELECT COALESCE(MAX(CCAMPANHA), ' ')
                INTO :WRK-HV-CMP-CAMPANHA
                FROM DB2PRD.HIST_CONTATO
               WHERE NUM_SEQ_ARQ = :WRK-HV-CMP-SEQ
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-HV-CMP-CAMPANHA EQUAL SPACES
              ADD 1                      TO WRK-CMP-SEM-CAMPANHA
           ELSE
              MOVE 'N'                   TO WRK-CMP-ACHOU
              PERFORM VARYING WRK-CMP-IDX FROM 1 BY 1
                 UNTIL WRK-CMP-IDX GREATER WRK-CMP-QTDE
                    OR WRK-CMP-ACHOU EQUAL 'S'
                 IF WRK-CMP-CAMPANHA(WRK-CMP-IDX)
                                        EQUAL WRK-HV-CMP-CAMPANHA
                    MOVE 'S'             TO WRK-CMP-ACHOU
                 END-IF
              END-PERFORM

              IF WRK-CMP-ACHOU EQUAL 'N'
                 IF WRK-CMP-QTDE GREATER OR EQUAL WRK-CMP-MAX
                    DISPLAY '* WRK-TAB-CAMP CHEIA (MAX '
                            WRK-CMP-MAX ') - AUMENTAR OCCURS'
                    MOVE 'S'             TO WRK-SW-ERRO-ARQUIVO
                    PERFORM 9100-ERROS-ARQUIVOS
                 END-IF
                 ADD 1                   TO WRK-CMP-QTDE
                 MOVE WRK-HV-CMP-CAMPANHA
                                    TO WRK-CMP-CAMPANHA(WRK-CMP-QTDE)
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       9641-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    UMA LINHA DO RESUMO: NOME NO CADASTRO DE CAMPANHAS (SEM     *
      *    LINHA NO CADASTRO SAI MARCADA, MAS OS TOTAIS SAEM DO        *
      *    MESMO JEITO), SEQUENCIAIS E CONTATADOS EM HIST_CONTATO E    *
      *    EVENTOS DE RESP_CAMPANHA DE TODOS OS SEQUENCIAIS DELA.      *
      *----------------------------------------------------------------*
       9645-IMPRIMIR-CAMPANHA SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CMP-CAMPANHA(WRK-CMP-IDX) TO WRK-HV-CMP-CAMPANHA

           MOVE 'CAMPANHA'               TO WRK-TABELA

           EXEC SQL
              SELECT ICAMPANHA
                INTO :WRK-HV-CMP-NOME
                FROM DB2PRD.CAMPANHA
               WHERE CCAMPANHA = :WRK-HV-CMP-CAMPANHA
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZEROS
                    CONTINUE
               WHEN SQLCODE EQUAL +100
                    MOVE '** NAO CADASTRADA **' TO WRK-HV-CMP-NOME
               WHEN OTHER
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           MOVE 'HISTCONT'               TO WRK-TABELA

           EXEC SQL
              SELECT COUNT(DISTINCT NUM_SEQ_ARQ), COUNT(*)
                INTO :WRK-HV-CMP-QTD-SEQ,
                     :WRK-HV-CMP-CONTATADOS
                FROM DB2PRD.HIST_CONTATO
               WHERE CCAMPANHA     = :WRK-HV-CMP-CAMPANHA
                 AND CIND_CONTROLE = 'N'
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'RESPCAMP'               TO WRK-TABELA

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN R.CTPO_EVENTO = 'E'
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN R.CTPO_EVENTO = 'A'
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN R.CTPO_EVENTO = 'C'
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN R.CTPO_EVENTO = 'D'
                                       THEN 1 ELSE 0 END), 0)
                INTO :WRK-HV-CMP-ENTREGUES,
                     :WRK-HV-CMP-ABERTOS,
                     :WRK-HV-CMP-CLICADOS,
                     :WRK-HV-CMP-DESCAD
                FROM DB2PRD.RESP_CAMPANHA R
               WHERE R.NUM_SEQ_ARQ IN
                     (SELECT H.NUM_SEQ_ARQ
                        FROM DB2PRD.HIST_CONTATO H
                       WHERE H.CCAMPANHA = :WRK-HV-CMP-CAMPANHA)
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-HV-CMP-ENTREGUES GREATER ZEROS
              COMPUTE WRK-PCT-ABERTURA =
                 (WRK-HV-CMP-ABERTOS * 100) / WRK-HV-CMP-ENTREGUES
              COMPUTE WRK-PCT-CLIQUE =
                 (WRK-HV-CMP-CLICADOS * 100) / WRK-HV-CMP-ENTREGUES
           ELSE
              MOVE ZEROS               TO WRK-PCT-ABERTURA
                                          WRK-PCT-CLIQUE
           END-IF

           MOVE WRK-HV-CMP-CAMPANHA      TO WRK-LEC-CAMPANHA
           MOVE WRK-HV-CMP-NOME          TO WRK-LEC-NOME
           MOVE WRK-HV-CMP-QTD-SEQ       TO WRK-LEC-QTD-SEQ
           MOVE WRK-HV-CMP-CONTATADOS    TO WRK-LEC-CONTATADOS
           MOVE WRK-HV-CMP-ENTREGUES     TO WRK-LEC-ENTREGUES
           MOVE WRK-HV-CMP-ABERTOS       TO WRK-LEC-ABERTOS
           MOVE WRK-HV-CMP-CLICADOS      TO WRK-LEC-CLICADOS
           MOVE WRK-HV-CMP-DESCAD        TO WRK-LEC-DESCAD
           MOVE WRK-PCT-ABERTURA         TO WRK-LEC-PCT-ABERT
           MOVE WRK-PCT-CLIQUE           TO WRK-LEC-PCT-CLIQ

           SET WRK-CN-WRITE               TO TRUE
           WRITE FD-RELEFC01 FROM WRK-LINHA-EFC-CAMP
           .
      *----------------------------------------------------------------*
       9645-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    RODAPE DO RELDSC01: TOTAIS DOS DESCADASTROS DA RODADA.      *
      *    RECEBIDOS = ENCAMINHADOS + SEM CADASTRO + SEM SEQUENCIAL.   *
      *----------------------------------------------------------------*
       9650-TOTALIZAR-DESCADASTRO SECTION.
      *----------------------------------------------------------------*
           MOVE 'RELDSC01'               TO WRK-ARQUIVO
           SET WRK-CN-WRITE               TO TRUE

           MOVE ALL '-'                  TO WRK-LINHA-RELDSC
           WRITE FD-RELDSC01 FROM WRK-LINHA-RELDSC

           MOVE SPACES                   TO WRK-LINHA-RELDSC
           MOVE ACU-DSC-RECEBIDOS        TO WRK-MASK
           STRING 'DESCADASTROS RECEBIDOS DO FORNECEDOR........: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELDSC
           WRITE FD-RELDSC01 FROM WRK-LINHA-RELDSC

           MOVE SPACES                   TO WRK-LINHA-RELDSC
           MOVE ACU-DSC-ENCAMINHADOS     TO WRK-MASK2
           STRING 'ENCAMINHADOS AO PSDC2OPT (ARQDSC01).........: '
                WRK-MASK2
                DELIMITED BY SIZE INTO WRK-LINHA-RELDSC
           WRITE FD-RELDSC01 FROM WRK-LINHA-RELDSC

           MOVE SPACES                   TO WRK-LINHA-RELDSC
           MOVE ACU-DSC-SEM-CADASTRO     TO WRK-MASK3
           STRING 'NAO APLICADOS - CCLUB FORA DO CADASTRO......: '
                WRK-MASK3
                DELIMITED BY SIZE INTO WRK-LINHA-RELDSC
           WRITE FD-RELDSC01 FROM WRK-LINHA-RELDSC

           MOVE SPACES                   TO WRK-LINHA-RELDSC
           MOVE ACU-DSC-SEM-SEQ          TO WRK-MASK4
           STRING 'NAO APLICADOS - SEQUENCIAL NAO LIBERADO.....: '
                WRK-MASK4
                DELIMITED BY SIZE INTO WRK-LINHA-RELDSC
           WRITE FD-RELDSC01 FROM WRK-LINHA-RELDSC

           SET WRK-CN-CLOSE               TO TRUE
           CLOSE RELDSC01

           IF NOT WRK-FS-RELDSC01-OK
              MOVE 'S'                  TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       9650-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    ACRESCENTA 1 LINHA EM ARQHIST01 (DD NUNCA SOBRESCRITO - SO  *
      *    ACRESCIDO) COM PROGRAMA, DATA/HORA, LIDOS, GRAVADOS E O     *
      *    SQLCODE DE ENCERRAMENTO, NOS MESMOS MOLDES DO               *
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           CLOSE ARQDSC01
           IF NOT WRK-FS-DSC01-OK
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 9650-TOTALIZAR-DESCADASTRO

           PERFORM 9600-GERAR-RELATORIO-EFETIVIDADE

           PERFORM 9800-GRAVAR-HISTORICO
