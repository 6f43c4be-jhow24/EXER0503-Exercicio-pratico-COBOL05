      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. PSDC2FAT.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: PSDC2FAT
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 02/09/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   CONCILIAR A FATURA MENSAL DO FORNECEDOR DE
      *                    MALA DIRETA ANTES DO PAGAMENTO. CADA LINHA
      *                    DO DETALHE DA FATURA (ARQFAT01 - SEQUENCIAL,
      *                    CANAL, QTDE FATURADA E PRECO UNITARIO) E
      *                    CONFRONTADA COM:
      *                    - O QUE FOI LIBERADO: LINHAS 'D' DOS
      *                      MANIFESTOS DO MES (ARQMAN01 DO PSDC2EX1,
      *                      GERACOES CONCATENADAS NO DD) - QTDE DO
      *                      TRAILER DO ARQSAI01;
      *                    - O QUE O FORNECEDOR CONFIRMOU TER CARREGADO:
      *                      CONFIRMACOES DO MES (ARQACK01, O MESMO
      *                      ARQUIVO CONCILIADO PELO PSDC2ACK);
      *                    - O QUE ELE INFORMOU COMO ENTREGUE: EVENTOS
      *                      'E' DO SEQUENCIAL EM DB2PRD.RESP_CAMPANHA.
      *                    CONTESTA: SEQUENCIAL FATURADO E NUNCA
      *                    LIBERADO, LIBERADO MAS SEM CONFIRMACAO DE
      *                    CARGA (OU COM CARGA RECUSADA), FATURADO EM
      *                    DOBRO, CANAL NAO CONTRATADO E QTDE ACIMA DO
      *                    TRAILER (OU DO CONFIRMADO, SE MENOR). QTDE
      *                    FATURADA ACIMA DO ENTREGUE E SO ALERTA - O
      *                    CONTRATO COBRA POR REGISTRO CARREGADO.
      *                    NA LINHA DE SMS O LIMITE E A QTDE DE CANAL
      *                    'A' DA LINHA 'D' DO MANIFESTO; MANIFESTO
      *                    ANTIGO, SEM ESSA QTDE, LIMITA PELO TRAILER E
      *                    A LINHA SAI COMO ALERTA PARA CONFERENCIA.
      *                    O RELFAT01 TRAZ O VALOR TOTAL EM DISPUTA E O
      *                    VALOR A APROVAR PARA O FINANCEIRO.
      *                    RETURN-CODE 4 = FATURA COM CONTESTACAO OU
      *                    LINHA ILEGIVEL; 12 = CANCELAMENTO.
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQFAT01                                                  *
      *      ARQMAN01                                                  *
      *      ARQACK01                                                  *
      *      RELFAT01                                                  *
      *      ARQHIST01                                                 *
      *      RESP_CAMPANHA                                             *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *================================================================*

      *================================================================*
      *                                                                *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
      *
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.
      *
      *----------------------------------------------------------------
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
      *
       FILE-CONTROL.
      *
           SELECT ARQFAT01 ASSIGN       TO UT-S-ARQFAT01
                      FILE STATUS      IS WRK-FS-ARQFAT01.
      *
           SELECT ARQMAN01 ASSIGN       TO UT-S-ARQMAN01
                      FILE STATUS      IS WRK-FS-ARQMAN01.
      *
           SELECT ARQACK01 ASSIGN       TO UT-S-ARQACK01
                      FILE STATUS      IS WRK-FS-ARQACK01.
      *
           SELECT RELFAT01 ASSIGN       TO UT-S-RELFAT01
                      FILE STATUS      IS WRK-FS-RELFAT01.
      *
           SELECT ARQHIST01 ASSIGN      TO UT-S-ARQHIST01
                      FILE STATUS      IS WRK-FS-ARQHIST01.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================
      *                                                                *
      *----------------------------------------------------------------
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT:      DETALHE DA FATURA DO FORNECEDOR (1 LINHA POR     *
      *               SEQUENCIAL E CANAL COBRADO)                      *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQFAT01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQFAT01             PIC X(080).

      *----------------------------------------------------------------*
      *   INPUT:      MANIFESTOS DE LIBERACAO DO MES (PSDC2EX1)        *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQMAN01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQMAN01             PIC X(080).

      *----------------------------------------------------------------*
      *   INPUT:      CONFIRMACOES DE CARGA DO FORNECEDOR DO MES       *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQACK01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQACK01             PIC X(080).

      *----------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE CONCILIACAO DA FATURA               *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  RELFAT01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-RELFAT01             PIC X(132).

      *----------------------------------------------------------------*
      *   OUTPUT:     HISTORICO DE EXECUCOES (AUDITORIA) - ACRESCIDO   *
      *               A CADA RODADA, NUNCA SOBRESCRITO - MESMO LAYOUT  *
      *               E CONVENCAO DO ARQHIST01 DO PSDC2EX1             *
      *               ORG. SEQUENCIAL   -   LRECL = 048                *
      *---------------------------------------------------------------*

       FD  ARQHIST01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQHIST01            PIC X(048).

      *
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'PSDC2FAT - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'PSDC2FAT'.
       77 WRK-MASK                PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-MASK2               PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-MASK-VALOR          PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    SQLCODE "DE ENCERRAMENTO" GRAVADO NO ARQHIST01 (MESMA
      *    CONVENCAO DO PSDC2EX1/PSDC2EX2).
       77 WRK-SQLCODE             PIC  -99999.
       77 WRK-FIM-ARQFAT          PIC  X(001) VALUE 'N'.
       77 WRK-FIM-ARQMAN          PIC  X(001) VALUE 'N'.
       77 WRK-FIM-ARQACK          PIC  X(001) VALUE 'N'.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS           PIC  9(009) COMP-3 VALUE ZEROS.
           03 ACU-MAN-LIDOS       PIC  9(005) VALUE ZEROS.
           03 ACU-ACK-LIDOS       PIC  9(005) VALUE ZEROS.
           03 ACU-LINHAS-OK       PIC  9(009) VALUE ZEROS.
           03 ACU-LINHAS-ALERTA   PIC  9(009) VALUE ZEROS.
           03 ACU-LINHAS-CONTESTADAS PIC 9(009) VALUE ZEROS.
           03 ACU-LINHAS-ILEGIVEIS PIC 9(009) VALUE ZEROS.
           03 ACU-NAO-LIBERADO    PIC  9(009) VALUE ZEROS.
           03 ACU-SEM-CONFIRMACAO PIC  9(009) VALUE ZEROS.
           03 ACU-CARGA-RECUSADA  PIC  9(009) VALUE ZEROS.
           03 ACU-EM-DOBRO        PIC  9(009) VALUE ZEROS.
           03 ACU-CANAL-INVALIDO  PIC  9(009) VALUE ZEROS.
           03 ACU-ACIMA-LIMITE    PIC  9(009) VALUE ZEROS.
           03 ACU-ACIMA-ENTREGUE  PIC  9(009) VALUE ZEROS.
           03 ACU-SMS-SEM-LIMITE  PIC  9(009) VALUE ZEROS.
           03 WRK-ACU-TOTAL-CONFERIDO PIC 9(009) VALUE ZEROS.
      *
       01 WRK-VALORES.
           03 ACU-VLR-FATURADO    PIC  9(013)V99 VALUE ZEROS.
           03 ACU-VLR-CONTESTADO  PIC  9(013)V99 VALUE ZEROS.
           03 WRK-VLR-APROVAR     PIC  9(013)V99 VALUE ZEROS.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
       77 WRK-TABELA              PIC  X(010) VALUE SPACES.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE'.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.

      *----------------------------------------------------------------
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQFAT01         PIC  X(002) VALUE SPACES.
             88 WRK-FS-FAT01-OK                  VALUE '00'.
             88 WRK-FS-FAT01-EOF                 VALUE '10'.

          05 WRK-FS-ARQMAN01         PIC  X(002) VALUE SPACES.
             88 WRK-FS-MAN01-OK                  VALUE '00'.
             88 WRK-FS-MAN01-EOF                 VALUE '10'.
             88 WRK-FS-MAN01-NAO-ACHOU           VALUE '35'.

          05 WRK-FS-ARQACK01         PIC  X(002) VALUE SPACES.
             88 WRK-FS-ACK01-OK                  VALUE '00'.
             88 WRK-FS-ACK01-EOF                 VALUE '10'.
             88 WRK-FS-ACK01-NAO-ACHOU           VALUE '35'.

          05 WRK-FS-RELFAT01         PIC  X(002) VALUE SPACES.
             88 WRK-FS-RELFAT01-OK               VALUE '00'.

          05 WRK-FS-ARQHIST01        PIC  X(002) VALUE SPACES.
             88 WRK-FS-HIST01-OK                 VALUE '00'.

          05 WRK-FS-DISPLAY          PIC  X(002) VALUE SPACES.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DE RETRY DO DB2'.
      *----------------------------------------------------------------*
      *    RETRY DE DEADLOCK/TIMEOUT DO DB2 (SQLCODE -911/-913) NA     *
      *    CONTAGEM DE ENTREGUES, NOS MESMOS MOLDES DO PSDC2EX1. O     *
      *    PROGRAMA SO LE O DB2, ENTAO NAO HA COMMIT PERIODICO.        *
       77 WRK-RETRY-MAX-TENTATIVAS   PIC  9(001) VALUE 3.
       77 WRK-RETRY-CONTADOR         PIC  9(001) VALUE ZEROS.
       77 WRK-RETRY-ESPERA           PIC  S9(009) COMP VALUE 1000.
       01 WRK-RETRY-FEEDBACK.
          05 WRK-RETRY-FC-SEVERIDADE PIC  S9(004) COMP VALUE ZEROS.
          05 WRK-RETRY-FC-MSG-NUM    PIC  S9(004) COMP VALUE ZEROS.
          05 WRK-RETRY-FC-CASO       PIC  X(001) VALUE LOW-VALUES.
          05 WRK-RETRY-FC-FACILIDADE PIC  X(003) VALUE LOW-VALUES.
          05 WRK-RETRY-FC-CONTROLE   PIC  X(004) VALUE LOW-VALUES.

       77 WRK-SW-ERRO-FATAL          PIC  X(001) VALUE 'N'.
       77 WRK-SW-FINALIZANDO         PIC  X(001) VALUE 'N'.
       77 WRK-SW-HIST-TENTADO        PIC  X(001) VALUE 'N'.
       77 WRK-SW-ERRO-ARQUIVO        PIC  X(001) VALUE 'N'.
       77 WRK-SW-FAT01-ABERTO        PIC  X(001) VALUE 'N'.
       77 WRK-SW-RELFAT-ABERTO       PIC  X(001) VALUE 'N'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS MANIFESTOS DO MES (ARQMAN01)'.
      *----------------------------------------------------------------*
      *    LINHAS 'D' DOS MANIFESTOS CONCATENADOS, 1 ENTRADA POR       *
      *    SEQUENCIAL LIBERADO. SEQUENCIAL QUE APARECE DE NOVO (REENVIO*
      *    PELO PSDC2RGN, CUJO ARQMAN02 PODE SER CONCATENADO AQUI) NAO *
      *    GANHA OUTRA ENTRADA: CONTA MAIS UMA LIBERACAO E MANTEM A    *
      *    QTDE DO TRAILER ORIGINAL. WRK-MAN-LIBERACOES E QUANTAS      *
      *    VEZES O SEQUENCIAL PODE SER FATURADO EM CADA CANAL.         *
      *    WRK-MAN-QTD-SMS E A QTDE DE CANAL 'A' DO ARQUIVO (LIMITE DO *
      *    SMS); MANIFESTO ANTIGO NAO A TRAZ (WRK-MAN-SMS-INFORMADO =  *
      *    'N').                                                       *
      *----------------------------------------------------------------*
       01 WRK-TAB-MAN.
          05 WRK-MAN-QTDE            PIC  9(004) VALUE ZEROS.
          05 WRK-MAN-ENT             OCCURS 3000 TIMES.
             10 WRK-MAN-SEQ          PIC  9(006).
             10 WRK-MAN-NOME         PIC  X(020).
             10 WRK-MAN-QTD-REG      PIC  9(007).
             10 WRK-MAN-LIBERACOES   PIC  9(003).
             10 WRK-MAN-QTD-SMS      PIC  9(007).
             10 WRK-MAN-SMS-INFORMADO PIC X(001).
       77 WRK-MAN-MAX                PIC  9(004) VALUE 3000.
       77 WRK-MAN-IDX                PIC  9(004) COMP VALUE ZEROS.
       77 WRK-MAN-ACHOU-IDX          PIC  9(004) COMP VALUE ZEROS.

      *    CONFIRMACOES DO MES POR SEQUENCIAL. WRK-ACK-SIT:            *
      *       'C' = CARREGADO (WRK-ACK-QTD-REG = QTDE CARREGADA)       *
      *       'R' = RECUSADO  (OU STATUS DESCONHECIDO, COMO NO         *
      *             PSDC2ACK)                                          *
      *    UMA CARGA 'C' PREVALECE SOBRE RECUSA ANTERIOR DO MESMO      *
      *    SEQUENCIAL (ARQUIVO RECUSADO E REENVIADO NO MES).           *
       01 WRK-TAB-ACK.
          05 WRK-ACK-QTDE            PIC  9(004) VALUE ZEROS.
          05 WRK-ACK-ENT             OCCURS 3000 TIMES.
             10 WRK-ACK-SEQ          PIC  9(006).
             10 WRK-ACK-SIT          PIC  X(001).
             10 WRK-ACK-QTD-REG      PIC  9(007).
       77 WRK-ACK-MAX                PIC  9(004) VALUE 3000.
       77 WRK-ACK-IDX                PIC  9(004) COMP VALUE ZEROS.
       77 WRK-ACK-ACHOU-IDX          PIC  9(004) COMP VALUE ZEROS.

      *    SEQUENCIAL/CANAL JA FATURADOS NESTA FATURA, PARA A          *
      *    CHECAGEM DE COBRANCA EM DOBRO.                              *
       01 WRK-TAB-COB.
          05 WRK-COB-QTDE            PIC  9(004) VALUE ZEROS.
          05 WRK-COB-ENT             OCCURS 6000 TIMES.
             10 WRK-COB-SEQ          PIC  9(006).
             10 WRK-COB-CANAL        PIC  X(001).
             10 WRK-COB-VEZES        PIC  9(003).
       77 WRK-COB-MAX                PIC  9(004) VALUE 6000.
       77 WRK-COB-IDX                PIC  9(004) COMP VALUE ZEROS.
       77 WRK-COB-ACHOU-IDX          PIC  9(004) COMP VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA'.
      *----------------------------------------------------------------*
      *    DETALHE DA FATURA - LAYOUT COMBINADO COM O FORNECEDOR:      *
      *       SEQUENCIAL DO ARQSAI01 (6), CANAL (1), QTDE FATURADA (7) *
      *       E PRECO UNITARIO COM 4 DECIMAIS (9):                     *
      *          E = EMAIL (TODO REGISTRO CARREGADO DO ARQSAI01)       *
      *          S = SMS   (REGISTROS DE CANAL 'A' DO ARQSAI01)        *
      *----------------------------------------------------------------*
       01 ARQFAT01-REGISTRO.
          03 ARQFAT01-SEQ          PIC X(06).
          03 ARQFAT01-SEQ-R REDEFINES ARQFAT01-SEQ
                                   PIC 9(06).
          03 ARQFAT01-CANAL        PIC X(01).
             88 ARQFAT01-CANAL-EMAIL      VALUE 'E'.
             88 ARQFAT01-CANAL-SMS        VALUE 'S'.
             88 ARQFAT01-CANAL-VALIDO     VALUE 'E' 'S'.
          03 ARQFAT01-QTD          PIC X(07).
          03 ARQFAT01-QTD-R REDEFINES ARQFAT01-QTD
                                   PIC 9(07).
          03 ARQFAT01-VLR-UNIT     PIC X(09).
          03 ARQFAT01-VLR-UNIT-R REDEFINES ARQFAT01-VLR-UNIT
                                   PIC 9(05)V9(04).
          03 FILLER                PIC X(57).

      *    CONFIRMACAO DE CARGA - MESMO LAYOUT DO PSDC2ACK             *
       01 ARQACK01-REGISTRO.
          03 ARQACK01-SEQ          PIC X(06).
          03 ARQACK01-SEQ-R REDEFINES ARQACK01-SEQ
                                   PIC 9(06).
          03 ARQACK01-QTD-REG      PIC X(07).
          03 ARQACK01-QTD-REG-R REDEFINES ARQACK01-QTD-REG
                                   PIC 9(07).
          03 ARQACK01-SOMA         PIC X(15).
          03 ARQACK01-SOMA-R REDEFINES ARQACK01-SOMA
                                   PIC 9(15).
          03 ARQACK01-STATUS       PIC X(01).
             88 ARQACK01-CARREGADO        VALUE 'C'.
             88 ARQACK01-RECUSADO         VALUE 'R'.
          03 FILLER                PIC X(51).

      *    MESMO LAYOUT GRAVADO POR 9860-GRAVAR-DETALHE-MANIFESTO DO   *
      *    PSDC2EX1 (LINHA 'D' DO ARQMAN01). A QTDE DE CANAL 'A'       *
      *    (POSICOES 67-73) VEM EM BRANCO NO MANIFESTO ANTIGO.         *
       01 ARQMAN01-DETALHE.
          03 ARQMAN01-DET-TIPO       PIC  X(001).
          03 ARQMAN01-DET-NOME       PIC  X(020).
          03 FILLER                  PIC  X(001).
          03 ARQMAN01-DET-SEQ        PIC  9(006).
          03 FILLER                  PIC  X(001).
          03 ARQMAN01-DET-QTD-REG    PIC  9(007).
          03 FILLER                  PIC  X(001).
          03 ARQMAN01-DET-SOMA       PIC  9(015).
          03 FILLER                  PIC  X(001).
          03 ARQMAN01-DET-CAMPANHA   PIC  X(008).
          03 FILLER                  PIC  X(001).
          03 ARQMAN01-DET-QTD-SEMENTE PIC X(003).
          03 FILLER                  PIC  X(001).
          03 ARQMAN01-DET-QTD-SMS    PIC  X(007).
          03 ARQMAN01-DET-QTD-SMS-R REDEFINES ARQMAN01-DET-QTD-SMS
                                     PIC  9(007).
          03 FILLER                  PIC  X(007).
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DA APURACAO DE UMA LINHA DA FATURA'.
      *----------------------------------------------------------------*
      *    SITUACAO DA LINHA (UMA SO, NA ORDEM DE PRECEDENCIA):        *
      *       IL = LINHA ILEGIVEL (CAMPO NAO NUMERICO) - SEM VALOR     *
      *       CI = CANAL NAO CONTRATADO         - CONTESTA TUDO        *
      *       DU = SEQUENCIAL/CANAL EM DOBRO    - CONTESTA TUDO        *
      *       NL = SEQUENCIAL NUNCA LIBERADO    - CONTESTA TUDO        *
      *       NC = SEM CONFIRMACAO DE CARGA     - CONTESTA TUDO        *
      *       CR = CARGA RECUSADA               - CONTESTA TUDO        *
      *       QT = QTDE ACIMA DO LIMITE (TRAILER, OU QTDE CONFIRMADA   *
      *            SE MENOR; NO SMS, QTDE DE CANAL 'A' DO MANIFESTO)   *
      *                                         - CONTESTA O EXCESSO   *
      *       AE = ALERTA: EMAIL FATURADO ACIMA DO ENTREGUE            *
      *       AS = ALERTA: SMS DE MANIFESTO SEM QTDE DE CANAL 'A'      *
      *            (LIMITADO PELO TRAILER) - CONFERIR MANUALMENTE      *
      *       OK = CONFERE                                             *
      *----------------------------------------------------------------*
       77 WRK-SITUACAO               PIC  X(002) VALUE SPACES.
          88 WRK-SIT-ILEGIVEL                    VALUE 'IL'.
          88 WRK-SIT-OK                          VALUE 'OK'.
          88 WRK-SIT-ALERTA                      VALUES 'AE' 'AS'.
          88 WRK-SIT-CONTESTADA       VALUES 'CI' 'DU' 'NL' 'NC'
                                             'CR' 'QT'.
       77 WRK-QTD-LIMITE             PIC  9(007) VALUE ZEROS.
       77 WRK-QTD-TRAILER            PIC  9(007) VALUE ZEROS.
       77 WRK-QTD-CONFIRMADA         PIC  9(007) VALUE ZEROS.
       77 WRK-SW-SMS-SEM-LIMITE      PIC  X(001) VALUE 'N'.
          88 WRK-SMS-SEM-LIMITE                  VALUE 'S'.
       77 WRK-VLR-LINHA              PIC  9(011)V99 VALUE ZEROS.
       77 WRK-VLR-CONTESTADO         PIC  9(011)V99 VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO RELATORIO DE CONCILIACAO (RELFAT01)'.
      *----------------------------------------------------------------*
      *
       01 WRK-DATA-EXECUCAO          PIC  9(008) VALUE ZEROS.
       01 WRK-DATA-EXECUCAO-R REDEFINES WRK-DATA-EXECUCAO.
          05 WRK-DATA-EXEC-AAAA      PIC  9(004).
          05 WRK-DATA-EXEC-MM        PIC  9(002).
          05 WRK-DATA-EXEC-DD        PIC  9(002).
      *
       01 WRK-DATA-EXEC-EDIT          PIC  9(002)/9(002)/9(004).
      *
       01 WRK-LINHA-RELFAT            PIC X(132).

       01 WRK-LINHA-FAT-CAB.
          05 FILLER                  PIC  X(050) VALUE
             'SEQ     C FATURADO  TRAILER  CONFIRM ENTREGUE   PR'.
          05 FILLER                  PIC  X(050) VALUE
             'ECO UNIT    VALOR LINHA VLR CONTESTADO  SIT       '.
          05 FILLER                  PIC  X(032) VALUE SPACES.

       01 WRK-LINHA-FAT-DET.
          05 WRK-LFD-SEQ             PIC  X(006).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LFD-CANAL           PIC  X(001).
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-LFD-QTD-FAT         PIC  ZZZZ.ZZ9.
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-LFD-QTD-TRL         PIC  ZZZZ.ZZ9.
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-LFD-QTD-ACK         PIC  ZZZZ.ZZ9.
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-LFD-QTD-ENT         PIC  ZZZZ.ZZ9.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LFD-VLR-UNIT        PIC  ZZ.ZZ9,9999.
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-LFD-VLR-LINHA       PIC  ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-LFD-VLR-CONT        PIC  ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LFD-SITUACAO        PIC  X(002).
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-LFD-DESCRICAO       PIC  X(032).
          05 FILLER                  PIC  X(007) VALUE SPACES.
      *
       77 WRK-SW-BALANCETE            PIC X(001) VALUE 'N'.
          88 WRK-BALANCETE-CONFERE              VALUE 'S'.
          88 WRK-BALANCETE-DIVERGENTE           VALUE 'N'.

      **** AREA ARQUIVO DE HISTORICO DE EXECUCOES (AUDITORIA) -
      **** MESMO LAYOUT DO ARQHIST01 DO PSDC2EX1; LIDOS = LINHAS DA
      **** FATURA, GRAVADO = LINHAS CONTESTADAS

       01 ARQHIST01-REGISTRO.
          03 ARQHIST01-PROGRAMA    PIC X(08).
          03 ARQHIST01-DATA        PIC 9(8).
          03 ARQHIST01-HORA        PIC 9(8).
          03 ARQHIST01-UF          PIC X(02).
          03 ARQHIST01-ACU-LIDOS   PIC 9(7).
          03 ARQHIST01-ACU-GRAVADO PIC 9(7).
          03 ARQHIST01-SQLCODE     PIC -99999.
          03 ARQHIST01-MES-ANIVER  PIC 9(2).

       77 WRK-HORA-EXECUCAO          PIC  9(008) VALUE ZEROS.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
              'AREA PARA DB2'.
      *----------------------------------------------------------------*
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *    ENTREGUES DO SEQUENCIAL: CCLUB DISTINTOS COM EVENTO 'E' EM  *
      *    DB2PRD.RESP_CAMPANHA (GRAVADO PELO PSDC2EX3 A PARTIR DO     *
      *    RETORNO DO FORNECEDOR).                                     *
       01 WRK-HOST-FAT.
          05 WRK-HV-SEQ            PIC 9(06).
          05 WRK-HV-QTD-ENTREGUE   PIC S9(009) COMP.

      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
              'PSDC2FAT - FIM DA AREA DE WORKING'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA                                *
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
      *

           PERFORM 1000-INICIALIZAR
      *
           PERFORM 3000-PROCESSAR-FATURA
              UNTIL WRK-FIM-ARQFAT EQUAL 'S'
      *
           PERFORM 9900-FINALIZAR
           .
      *
      *----------------------------------------------------------------*
       0000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------
      *    ROTINA DE INICIALIZACAO: CARREGA OS MANIFESTOS E AS         *
      *    CONFIRMACOES DO MES, ABRE O RELATORIO E A FATURA. COMO NO   *
      *    PSDC2ACK, MANIFESTO OU CONFIRMACAO AUSENTE NAO E ERRO DE    *
      *    I/O - TODA LINHA DA FATURA SAI ENTAO COMO NAO LIBERADA OU   *
      *    SEM CONFIRMACAO, QUE E O RESULTADO CORRETO DA CONCILIACAO.  *
      *    A FATURA EM SI E OBRIGATORIA.                               *
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-EXECUCAO    FROM DATE YYYYMMDD

           MOVE +100                   TO WRK-SQLCODE

           MOVE WRK-DATA-EXEC-DD       TO WRK-DATA-EXEC-EDIT(1:2)
           MOVE WRK-DATA-EXEC-MM       TO WRK-DATA-EXEC-EDIT(4:2)
           MOVE WRK-DATA-EXEC-AAAA     TO WRK-DATA-EXEC-EDIT(7:4)

           PERFORM 1020-CARREGAR-MANIFESTO

           PERFORM 1040-CARREGAR-CONFIRMACOES

           MOVE 'RELFAT01'             TO WRK-ARQUIVO
           SET WRK-CN-OPEN              TO TRUE

           OPEN OUTPUT RELFAT01

           IF NOT WRK-FS-RELFAT01-OK
              MOVE WRK-FS-RELFAT01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'S'                    TO WRK-SW-RELFAT-ABERTO
           SET WRK-CN-WRITE             TO TRUE

           MOVE SPACES                 TO WRK-LINHA-RELFAT
           STRING 'CONCILIACAO DA FATURA DO FORNECEDOR DE MALA '
                'DIRETA - ' WRK-PROGRAMA
                DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           MOVE SPACES                 TO WRK-LINHA-RELFAT
           STRING 'DATA DA EXECUCAO....: ' WRK-DATA-EXEC-EDIT
                DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           MOVE SPACES                 TO WRK-LINHA-RELFAT
           MOVE WRK-MAN-QTDE           TO WRK-MASK
           MOVE WRK-ACK-QTDE           TO WRK-MASK2
           STRING 'SEQUENCIAIS LIBERADOS (ARQMAN01): ' WRK-MASK
                '   CONFIRMADOS PELO FORNECEDOR (ARQACK01): '
                WRK-MASK2
                DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           MOVE ALL '-'                TO WRK-LINHA-RELFAT
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           WRITE FD-RELFAT01 FROM WRK-LINHA-FAT-CAB

           MOVE 'ARQFAT01'             TO WRK-ARQUIVO
           SET WRK-CN-OPEN              TO TRUE

           OPEN INPUT ARQFAT01

           IF NOT WRK-FS-FAT01-OK
              MOVE WRK-FS-ARQFAT01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'S'                    TO WRK-SW-FAT01-ABERTO

           PERFORM 3700-LER-ARQFAT01
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    CARREGA AS LINHAS 'D' DOS MANIFESTOS EM WRK-TAB-MAN.        *
      *----------------------------------------------------------------*
       1020-CARREGAR-MANIFESTO SECTION.
      *----------------------------------------------------------------*
           MOVE 'ARQMAN01'             TO WRK-ARQUIVO
           SET WRK-CN-OPEN              TO TRUE

           OPEN INPUT ARQMAN01

           EVALUATE TRUE
              WHEN WRK-FS-MAN01-OK
                 SET WRK-CN-READ        TO TRUE
                 PERFORM 1025-LER-MANIFESTO
                    UNTIL WRK-FIM-ARQMAN EQUAL 'S'

                 SET WRK-CN-CLOSE       TO TRUE
                 CLOSE ARQMAN01
              WHEN WRK-FS-MAN01-NAO-ACHOU
                 DISPLAY '* SEM MANIFESTO DE LIBERACAO - TODA A FATURA'
                         ' SAIRA COMO NAO LIBERADA'
              WHEN OTHER
                 MOVE WRK-FS-ARQMAN01  TO WRK-FS-DISPLAY
                 MOVE 'S'              TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       1020-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       1025-LER-MANIFESTO SECTION.
      *----------------------------------------------------------------*
           READ ARQMAN01 INTO ARQMAN01-DETALHE
              AT END
                 MOVE 'S'              TO WRK-FIM-ARQMAN
              NOT AT END
                 IF ARQMAN01-DET-TIPO EQUAL 'D'
                    ADD 1              TO ACU-MAN-LIDOS
                    PERFORM 1030-REGISTRAR-LIBERACAO
                 END-IF
           END-READ

           IF NOT WRK-FS-MAN01-OK AND NOT WRK-FS-MAN01-EOF
              MOVE WRK-FS-ARQMAN01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1025-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    NOVO SEQUENCIAL GANHA ENTRADA; REPETIDO (REENVIO) SO SOMA   *
      *    UMA LIBERACAO (VER AREA DOS MANIFESTOS).                    *
      *----------------------------------------------------------------*
       1030-REGISTRAR-LIBERACAO SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WRK-MAN-ACHOU-IDX
           PERFORM VARYING WRK-MAN-IDX FROM 1 BY 1
              UNTIL WRK-MAN-IDX GREATER WRK-MAN-QTDE
                 OR WRK-MAN-ACHOU-IDX GREATER ZEROS
              IF WRK-MAN-SEQ(WRK-MAN-IDX) EQUAL ARQMAN01-DET-SEQ
                 MOVE WRK-MAN-IDX      TO WRK-MAN-ACHOU-IDX
              END-IF
           END-PERFORM

           IF WRK-MAN-ACHOU-IDX GREATER ZEROS
              ADD 1         TO WRK-MAN-LIBERACOES(WRK-MAN-ACHOU-IDX)
           ELSE
              IF WRK-MAN-QTDE GREATER OR EQUAL WRK-MAN-MAX
                 DISPLAY '* WRK-TAB-MAN CHEIA (MAX '
                         WRK-MAN-MAX ') - AUMENTAR OCCURS'
                 MOVE 'S'              TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              ADD 1                    TO WRK-MAN-QTDE
              MOVE ARQMAN01-DET-SEQ     TO WRK-MAN-SEQ(WRK-MAN-QTDE)
              MOVE ARQMAN01-DET-NOME    TO WRK-MAN-NOME(WRK-MAN-QTDE)
              MOVE ARQMAN01-DET-QTD-REG TO
                   WRK-MAN-QTD-REG(WRK-MAN-QTDE)
              MOVE 1                    TO
                   WRK-MAN-LIBERACOES(WRK-MAN-QTDE)
              IF ARQMAN01-DET-QTD-SMS NUMERIC
                 MOVE ARQMAN01-DET-QTD-SMS-R TO
                      WRK-MAN-QTD-SMS(WRK-MAN-QTDE)
                 MOVE 'S'               TO
                      WRK-MAN-SMS-INFORMADO(WRK-MAN-QTDE)
              ELSE
                 MOVE ZEROS             TO
                      WRK-MAN-QTD-SMS(WRK-MAN-QTDE)
                 MOVE 'N'               TO
                      WRK-MAN-SMS-INFORMADO(WRK-MAN-QTDE)
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       1030-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    CARREGA AS CONFIRMACOES DE CARGA DO MES EM WRK-TAB-ACK.     *
      *    CONFIRMACAO ILEGIVEL E IGNORADA AQUI - JA E APONTADA PELO   *
      *    PSDC2ACK NA NOITE EM QUE CHEGOU.                            *
      *----------------------------------------------------------------*
       1040-CARREGAR-CONFIRMACOES SECTION.
      *----------------------------------------------------------------*
           MOVE 'ARQACK01'             TO WRK-ARQUIVO
           SET WRK-CN-OPEN              TO TRUE

           OPEN INPUT ARQACK01

           EVALUATE TRUE
              WHEN WRK-FS-ACK01-OK
                 SET WRK-CN-READ        TO TRUE
                 PERFORM 1045-LER-CONFIRMACAO
                    UNTIL WRK-FIM-ARQACK EQUAL 'S'

                 SET WRK-CN-CLOSE       TO TRUE
                 CLOSE ARQACK01
              WHEN WRK-FS-ACK01-NAO-ACHOU
                 DISPLAY '* SEM CONFIRMACOES DE CARGA - TODA A FATURA'
                         ' SAIRA COMO SEM CONFIRMACAO'
              WHEN OTHER
                 MOVE WRK-FS-ARQACK01  TO WRK-FS-DISPLAY
                 MOVE 'S'              TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       1040-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       1045-LER-CONFIRMACAO SECTION.
      *----------------------------------------------------------------*
           READ ARQACK01 INTO ARQACK01-REGISTRO
              AT END
                 MOVE 'S'              TO WRK-FIM-ARQACK
              NOT AT END
                 ADD 1                 TO ACU-ACK-LIDOS
                 IF ARQACK01-SEQ NUMERIC
                    AND ARQACK01-QTD-REG NUMERIC
                    PERFORM 1050-REGISTRAR-CONFIRMACAO
                 END-IF
           END-READ

           IF NOT WRK-FS-ACK01-OK AND NOT WRK-FS-ACK01-EOF
              MOVE WRK-FS-ARQACK01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1045-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       1050-REGISTRAR-CONFIRMACAO SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WRK-ACK-ACHOU-IDX
           PERFORM VARYING WRK-ACK-IDX FROM 1 BY 1
              UNTIL WRK-ACK-IDX GREATER WRK-ACK-QTDE
                 OR WRK-ACK-ACHOU-IDX GREATER ZEROS
              IF WRK-ACK-SEQ(WRK-ACK-IDX) EQUAL ARQACK01-SEQ-R
                 MOVE WRK-ACK-IDX      TO WRK-ACK-ACHOU-IDX
              END-IF
           END-PERFORM

           IF WRK-ACK-ACHOU-IDX EQUAL ZEROS
              IF WRK-ACK-QTDE GREATER OR EQUAL WRK-ACK-MAX
                 DISPLAY '* WRK-TAB-ACK CHEIA (MAX '
                         WRK-ACK-MAX ') - AUMENTAR OCCURS'
                 MOVE 'S'              TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              ADD 1                    TO WRK-ACK-QTDE
              MOVE WRK-ACK-QTDE        TO WRK-ACK-ACHOU-IDX
              MOVE ARQACK01-SEQ-R      TO WRK-ACK-SEQ(WRK-ACK-QTDE)
              MOVE 'R'                 TO WRK-ACK-SIT(WRK-ACK-QTDE)
              MOVE ZEROS               TO WRK-ACK-QTD-REG(WRK-ACK-QTDE)
           END-IF

           IF ARQACK01-CARREGADO
              MOVE 'C'         TO WRK-ACK-SIT(WRK-ACK-ACHOU-IDX)
              MOVE ARQACK01-QTD-REG-R
                               TO WRK-ACK-QTD-REG(WRK-ACK-ACHOU-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       1050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    UMA LINHA DA FATURA: LOCALIZA O SEQUENCIAL NOS MANIFESTOS E *
      *    NAS CONFIRMACOES, CONTA OS ENTREGUES, APURA A SITUACAO E O  *
      *    VALOR CONTESTADO E LISTA A LINHA NO RELFAT01.               *
      *----------------------------------------------------------------*
       3000-PROCESSAR-FATURA SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WRK-QTD-TRAILER
                                          WRK-QTD-CONFIRMADA
                                          WRK-HV-QTD-ENTREGUE
                                          WRK-VLR-LINHA
                                          WRK-VLR-CONTESTADO
           MOVE SPACES                 TO WRK-SITUACAO
           MOVE 'N'                    TO WRK-SW-SMS-SEM-LIMITE

           IF ARQFAT01-SEQ NOT NUMERIC
              OR ARQFAT01-QTD NOT NUMERIC
              OR ARQFAT01-VLR-UNIT NOT NUMERIC
              SET WRK-SIT-ILEGIVEL      TO TRUE
           ELSE
              COMPUTE WRK-VLR-LINHA ROUNDED =
                      ARQFAT01-QTD-R * ARQFAT01-VLR-UNIT-R
              ADD WRK-VLR-LINHA        TO ACU-VLR-FATURADO
              PERFORM 3100-LOCALIZAR-SEQUENCIAL
              PERFORM 3200-REGISTRAR-COBRANCA
              IF WRK-MAN-ACHOU-IDX GREATER ZEROS
                 PERFORM 3300-CONTAR-ENTREGUES
              END-IF
              PERFORM 3400-APURAR-SITUACAO
           END-IF

           PERFORM 3500-LISTAR-LINHA

           PERFORM 3700-LER-ARQFAT01
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3100-LOCALIZAR-SEQUENCIAL SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WRK-MAN-ACHOU-IDX
           PERFORM VARYING WRK-MAN-IDX FROM 1 BY 1
              UNTIL WRK-MAN-IDX GREATER WRK-MAN-QTDE
                 OR WRK-MAN-ACHOU-IDX GREATER ZEROS
              IF WRK-MAN-SEQ(WRK-MAN-IDX) EQUAL ARQFAT01-SEQ-R
                 MOVE WRK-MAN-IDX      TO WRK-MAN-ACHOU-IDX
              END-IF
           END-PERFORM

      *    SMS: LIMITE E A QTDE DE CANAL 'A'; SEM ELA NO MANIFESTO,
      *    FICA O TRAILER E A LINHA SAI COMO ALERTA (3400)
           IF WRK-MAN-ACHOU-IDX GREATER ZEROS
              IF ARQFAT01-CANAL-SMS
                 AND WRK-MAN-SMS-INFORMADO(WRK-MAN-ACHOU-IDX)
                     EQUAL 'S'
                 MOVE WRK-MAN-QTD-SMS(WRK-MAN-ACHOU-IDX)
                                       TO WRK-QTD-TRAILER
              ELSE
                 MOVE WRK-MAN-QTD-REG(WRK-MAN-ACHOU-IDX)
                                       TO WRK-QTD-TRAILER
                 IF ARQFAT01-CANAL-SMS
                    SET WRK-SMS-SEM-LIMITE TO TRUE
                 END-IF
              END-IF
           END-IF

           MOVE ZEROS                  TO WRK-ACK-ACHOU-IDX
           PERFORM VARYING WRK-ACK-IDX FROM 1 BY 1
              UNTIL WRK-ACK-IDX GREATER WRK-ACK-QTDE
                 OR WRK-ACK-ACHOU-IDX GREATER ZEROS
              IF WRK-ACK-SEQ(WRK-ACK-IDX) EQUAL ARQFAT01-SEQ-R
                 MOVE WRK-ACK-IDX      TO WRK-ACK-ACHOU-IDX
              END-IF
           END-PERFORM

           IF WRK-ACK-ACHOU-IDX GREATER ZEROS
              MOVE WRK-ACK-QTD-REG(WRK-ACK-ACHOU-IDX)
                                       TO WRK-QTD-CONFIRMADA
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    CONTA QUANTAS VEZES O SEQUENCIAL/CANAL JA APARECEU NESTA    *
      *    FATURA (WRK-COB-VEZES DA ENTRADA EM WRK-COB-ACHOU-IDX).     *
      *----------------------------------------------------------------*
       3200-REGISTRAR-COBRANCA SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WRK-COB-ACHOU-IDX
           PERFORM VARYING WRK-COB-IDX FROM 1 BY 1
              UNTIL WRK-COB-IDX GREATER WRK-COB-QTDE
                 OR WRK-COB-ACHOU-IDX GREATER ZEROS
              IF WRK-COB-SEQ(WRK-COB-IDX) EQUAL ARQFAT01-SEQ-R
                 AND WRK-COB-CANAL(WRK-COB-IDX) EQUAL ARQFAT01-CANAL
                 MOVE WRK-COB-IDX      TO WRK-COB-ACHOU-IDX
              END-IF
           END-PERFORM

           IF WRK-COB-ACHOU-IDX EQUAL ZEROS
              IF WRK-COB-QTDE GREATER OR EQUAL WRK-COB-MAX
                 DISPLAY '* WRK-TAB-COB CHEIA (MAX '
                         WRK-COB-MAX ') - AUMENTAR OCCURS'
                 MOVE 'S'              TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              ADD 1                    TO WRK-COB-QTDE
              MOVE WRK-COB-QTDE        TO WRK-COB-ACHOU-IDX
              MOVE ARQFAT01-SEQ-R      TO WRK-COB-SEQ(WRK-COB-QTDE)
              MOVE ARQFAT01-CANAL      TO WRK-COB-CANAL(WRK-COB-QTDE)
              MOVE ZEROS               TO WRK-COB-VEZES(WRK-COB-QTDE)
           END-IF

           ADD 1                  TO WRK-COB-VEZES(WRK-COB-ACHOU-IDX)
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    ENTREGUES DO SEQUENCIAL EM RESP_CAMPANHA, COM RETRY DE      *
      *    DEADLOCK/TIMEOUT NOS MOLDES DE 3800-LER-CURSOR DO PSDC2EX1. *
      *----------------------------------------------------------------*
       3300-CONTAR-ENTREGUES SECTION.
      *----------------------------------------------------------------*
           MOVE 'RESPCAMP'             TO WRK-TABELA
           MOVE ARQFAT01-SEQ-R         TO WRK-HV-SEQ
           MOVE ZEROS                  TO WRK-RETRY-CONTADOR

           PERFORM 3350-CONTAR-UNICO
              WITH TEST AFTER
              UNTIL (SQLCODE NOT EQUAL -911 AND SQLCODE NOT EQUAL -913)
                 OR WRK-RETRY-CONTADOR GREATER WRK-RETRY-MAX-TENTATIVAS

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3350-CONTAR-UNICO SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
              SELECT COUNT(DISTINCT CCLUB)
                INTO :WRK-HV-QTD-ENTREGUE
                FROM DB2PRD.RESP_CAMPANHA
               WHERE NUM_SEQ_ARQ = :WRK-HV-SEQ
                 AND CTPO_EVENTO = 'E'
           END-EXEC

           IF SQLCODE EQUAL -911 OR SQLCODE EQUAL -913
              ADD 1                   TO WRK-RETRY-CONTADOR
              IF WRK-RETRY-CONTADOR NOT GREATER
                                          WRK-RETRY-MAX-TENTATIVAS
                 DISPLAY '* DEADLOCK/TIMEOUT DB2 (SQLCODE ' SQLCODE
                         ') NO SELECT - TENTATIVA ' WRK-RETRY-CONTADOR
                 CALL 'CEE3DLY' USING BY VALUE     WRK-RETRY-ESPERA
                                      BY REFERENCE WRK-RETRY-FEEDBACK
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3350-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    SITUACAO E VALOR CONTESTADO DA LINHA (VER AREA DA APURACAO).*
      *    O LIMITE FATURAVEL E A QTDE DO TRAILER (NO SMS, A QTDE DE   *
      *    CANAL 'A' DO MANIFESTO), OU A QTDE QUE O PROPRIO FORNECEDOR *
      *    CONFIRMOU TER CARREGADO SE FOR MENOR.                       *
      *----------------------------------------------------------------*
       3400-APURAR-SITUACAO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-QTD-TRAILER        TO WRK-QTD-LIMITE
           IF WRK-QTD-CONFIRMADA LESS WRK-QTD-LIMITE
              MOVE WRK-QTD-CONFIRMADA  TO WRK-QTD-LIMITE
           END-IF

           EVALUATE TRUE
              WHEN NOT ARQFAT01-CANAL-VALIDO
                 MOVE 'CI'             TO WRK-SITUACAO
                 ADD 1                 TO ACU-CANAL-INVALIDO
              WHEN WRK-MAN-ACHOU-IDX GREATER ZEROS
                   AND WRK-COB-VEZES(WRK-COB-ACHOU-IDX) GREATER
                       WRK-MAN-LIBERACOES(WRK-MAN-ACHOU-IDX)
                 MOVE 'DU'             TO WRK-SITUACAO
                 ADD 1                 TO ACU-EM-DOBRO
              WHEN WRK-MAN-ACHOU-IDX EQUAL ZEROS
                   AND WRK-COB-VEZES(WRK-COB-ACHOU-IDX) GREATER 1
                 MOVE 'DU'             TO WRK-SITUACAO
                 ADD 1                 TO ACU-EM-DOBRO
              WHEN WRK-MAN-ACHOU-IDX EQUAL ZEROS
                 MOVE 'NL'             TO WRK-SITUACAO
                 ADD 1                 TO ACU-NAO-LIBERADO
              WHEN WRK-ACK-ACHOU-IDX EQUAL ZEROS
                 MOVE 'NC'             TO WRK-SITUACAO
                 ADD 1                 TO ACU-SEM-CONFIRMACAO
              WHEN WRK-ACK-SIT(WRK-ACK-ACHOU-IDX) NOT EQUAL 'C'
                 MOVE 'CR'             TO WRK-SITUACAO
                 ADD 1                 TO ACU-CARGA-RECUSADA
              WHEN ARQFAT01-QTD-R GREATER WRK-QTD-LIMITE
                 MOVE 'QT'             TO WRK-SITUACAO
                 ADD 1                 TO ACU-ACIMA-LIMITE
              WHEN ARQFAT01-CANAL-EMAIL
                   AND ARQFAT01-QTD-R GREATER WRK-HV-QTD-ENTREGUE
                 MOVE 'AE'             TO WRK-SITUACAO
                 ADD 1                 TO ACU-ACIMA-ENTREGUE
              WHEN WRK-SMS-SEM-LIMITE
                 MOVE 'AS'             TO WRK-SITUACAO
                 ADD 1                 TO ACU-SMS-SEM-LIMITE
              WHEN OTHER
                 MOVE 'OK'             TO WRK-SITUACAO
           END-EVALUATE

           EVALUATE TRUE
              WHEN WRK-SITUACAO EQUAL 'QT'
                 COMPUTE WRK-VLR-CONTESTADO ROUNDED =
                         (ARQFAT01-QTD-R - WRK-QTD-LIMITE)
                       * ARQFAT01-VLR-UNIT-R
              WHEN WRK-SIT-CONTESTADA
                 MOVE WRK-VLR-LINHA    TO WRK-VLR-CONTESTADO
              WHEN OTHER
                 MOVE ZEROS            TO WRK-VLR-CONTESTADO
           END-EVALUATE

           ADD WRK-VLR-CONTESTADO      TO ACU-VLR-CONTESTADO
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    UMA LINHA DO QUADRO DA FATURA NO RELFAT01.                  *
      *----------------------------------------------------------------*
       3500-LISTAR-LINHA SECTION.
      *----------------------------------------------------------------*
           MOVE ARQFAT01-SEQ           TO WRK-LFD-SEQ
           MOVE ARQFAT01-CANAL         TO WRK-LFD-CANAL
           MOVE WRK-QTD-TRAILER        TO WRK-LFD-QTD-TRL
           MOVE WRK-QTD-CONFIRMADA     TO WRK-LFD-QTD-ACK
           MOVE WRK-HV-QTD-ENTREGUE    TO WRK-LFD-QTD-ENT
           MOVE WRK-VLR-LINHA          TO WRK-LFD-VLR-LINHA
           MOVE WRK-VLR-CONTESTADO     TO WRK-LFD-VLR-CONT
           MOVE WRK-SITUACAO           TO WRK-LFD-SITUACAO

           IF WRK-SIT-ILEGIVEL
              MOVE ZEROS               TO WRK-LFD-QTD-FAT
                                          WRK-LFD-VLR-UNIT
           ELSE
              MOVE ARQFAT01-QTD-R      TO WRK-LFD-QTD-FAT
              MOVE ARQFAT01-VLR-UNIT-R TO WRK-LFD-VLR-UNIT
           END-IF

           EVALUATE TRUE
              WHEN WRK-SIT-ILEGIVEL
                 MOVE '** LINHA ILEGIVEL - CONFERIR **'
                                       TO WRK-LFD-DESCRICAO
                 ADD 1                 TO ACU-LINHAS-ILEGIVEIS
              WHEN WRK-SIT-OK
                 MOVE 'CONFERE'        TO WRK-LFD-DESCRICAO
                 ADD 1                 TO ACU-LINHAS-OK
              WHEN WRK-SIT-ALERTA
                 ADD 1                 TO ACU-LINHAS-ALERTA
                 IF WRK-SITUACAO EQUAL 'AS'
                    MOVE 'ALERTA: MANIFESTO SEM QTDE SMS'
                                       TO WRK-LFD-DESCRICAO
                 ELSE
                    MOVE 'ALERTA: ACIMA DO ENTREGUE'
                                       TO WRK-LFD-DESCRICAO
                 END-IF
              WHEN OTHER
                 ADD 1                 TO ACU-LINHAS-CONTESTADAS
                 EVALUATE WRK-SITUACAO
                    WHEN 'CI'
                       MOVE '** CANAL NAO CONTRATADO **'
                                       TO WRK-LFD-DESCRICAO
                    WHEN 'DU'
                       MOVE '** FATURADO EM DOBRO **'
                                       TO WRK-LFD-DESCRICAO
                    WHEN 'NL'
                       MOVE '** NUNCA LIBERADO **'
                                       TO WRK-LFD-DESCRICAO
                    WHEN 'NC'
                       MOVE '** SEM CONFIRMACAO DE CARGA **'
                                       TO WRK-LFD-DESCRICAO
                    WHEN 'CR'
                       MOVE '** CARGA RECUSADA **'
                                       TO WRK-LFD-DESCRICAO
                    WHEN OTHER
                       MOVE '** QTDE ACIMA DO LIMITE **'
                                       TO WRK-LFD-DESCRICAO
                 END-EVALUATE
           END-EVALUATE

           MOVE 'RELFAT01'             TO WRK-ARQUIVO
           SET WRK-CN-WRITE             TO TRUE

           WRITE FD-RELFAT01 FROM WRK-LINHA-FAT-DET

           IF NOT WRK-FS-RELFAT01-OK
              MOVE WRK-FS-RELFAT01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    LEITURA DO DETALHE DA FATURA                                *
      *----------------------------------------------------------------*
       3700-LER-ARQFAT01 SECTION.
      *----------------------------------------------------------------*
           MOVE 'ARQFAT01'             TO WRK-ARQUIVO
           SET WRK-CN-READ              TO TRUE

           READ ARQFAT01 INTO ARQFAT01-REGISTRO
              AT END
                 MOVE 'S'              TO WRK-FIM-ARQFAT
              NOT AT END
                 ADD 1                 TO ACU-LIDOS
           END-READ

           IF NOT WRK-FS-FAT01-OK AND NOT WRK-FS-FAT01-EOF
              MOVE WRK-FS-ARQFAT01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       9100-ERROS-ARQUIVOS SECTION .
      *----------------------------------------------------------------*
           DISPLAY '*****************************'
           DISPLAY '*     ERRO COM ARQUIVOS     *'
           DISPLAY '* COMANDO: ' WRK-COMANDO
                                   '            *'
           DISPLAY '* ARQUIVO: ' WRK-ARQUIVO
                                      '         *'
           DISPLAY '* ' WRK-PROGRAMA
                             ' CANCELADO        *'
           DISPLAY '*****************************'

           IF WRK-SW-ERRO-ARQUIVO EQUAL 'S'
              MOVE -99999             TO WRK-SQLCODE
           ELSE
              MOVE SQLCODE            TO WRK-SQLCODE
           END-IF

           MOVE 'N'                   TO WRK-SW-ERRO-ARQUIVO

      *    MESMA GUARDA DO PSDC2EX1/PSDC2EX2: ERRO DENTRO DA PROPRIA
      *    FINALIZACAO NAO REENTRA NELA, MAS AINDA TENTA UMA UNICA
      *    VEZ GRAVAR O ARQHIST01 PARA O CANCELAMENTO FICAR AUDITADO.
           IF WRK-SW-FINALIZANDO EQUAL 'S'
              DISPLAY '* ERRO DURANTE A FINALIZACAO - ENCERRANDO SEM'
                      ' REPETIR 9900-FINALIZAR'
              IF WRK-SW-HIST-TENTADO EQUAL 'N'
                 MOVE 'S'              TO WRK-SW-HIST-TENTADO
                 PERFORM 9800-GRAVAR-HISTORICO
              END-IF
              MOVE 12                 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 'S'                   TO WRK-SW-ERRO-FATAL

           PERFORM 9900-FINALIZAR.
      *----------------------------------------------------------------*
       9100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    TOTAIS DO RELFAT01: LINHAS POR SITUACAO, CONTESTADAS POR    *
      *    MOTIVO, VALOR FATURADO, VALOR EM DISPUTA E VALOR A APROVAR. *
      *    BALANCETE: LIDAS = OK + ALERTA + CONTESTADAS + ILEGIVEIS.   *
      *----------------------------------------------------------------*
       9600-GERAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           MOVE 'RELFAT01'              TO WRK-ARQUIVO
           SET WRK-CN-WRITE              TO TRUE

           ADD ACU-LINHAS-OK ACU-LINHAS-ALERTA ACU-LINHAS-CONTESTADAS
               ACU-LINHAS-ILEGIVEIS
              GIVING WRK-ACU-TOTAL-CONFERIDO

           IF ACU-LIDOS EQUAL WRK-ACU-TOTAL-CONFERIDO
              SET WRK-BALANCETE-CONFERE  TO TRUE
           ELSE
              SET WRK-BALANCETE-DIVERGENTE TO TRUE
           END-IF

           SUBTRACT ACU-VLR-CONTESTADO FROM ACU-VLR-FATURADO
              GIVING WRK-VLR-APROVAR

           MOVE ALL '-'                  TO WRK-LINHA-RELFAT
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           MOVE SPACES                   TO WRK-LINHA-RELFAT
           MOVE ACU-LIDOS                TO WRK-MASK
           STRING 'LINHAS DA FATURA LIDAS......................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           MOVE SPACES                   TO WRK-LINHA-RELFAT
           MOVE ACU-LINHAS-OK            TO WRK-MASK
           STRING 'LINHAS CONFERIDAS OK........................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           MOVE SPACES                   TO WRK-LINHA-RELFAT
           MOVE ACU-LINHAS-ALERTA        TO WRK-MASK
           STRING 'LINHAS COM ALERTA...........................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           MOVE SPACES                   TO WRK-LINHA-RELFAT
           MOVE ACU-ACIMA-ENTREGUE       TO WRK-MASK
           STRING '   EMAIL ACIMA DO ENTREGUE (AE).............: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           MOVE SPACES                   TO WRK-LINHA-RELFAT
           MOVE ACU-SMS-SEM-LIMITE       TO WRK-MASK
           STRING '   SMS SEM QTDE NO MANIFESTO (AS)...........: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           MOVE SPACES                   TO WRK-LINHA-RELFAT
           MOVE ACU-LINHAS-CONTESTADAS   TO WRK-MASK
           STRING 'LINHAS CONTESTADAS..........................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           MOVE SPACES                   TO WRK-LINHA-RELFAT
           MOVE ACU-NAO-LIBERADO         TO WRK-MASK
           STRING '   NUNCA LIBERADO (NL)......................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           MOVE SPACES                   TO WRK-LINHA-RELFAT
           MOVE ACU-SEM-CONFIRMACAO      TO WRK-MASK
           STRING '   SEM CONFIRMACAO DE CARGA (NC)............: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           MOVE SPACES                   TO WRK-LINHA-RELFAT
           MOVE ACU-CARGA-RECUSADA       TO WRK-MASK
           STRING '   CARGA RECUSADA (CR)......................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           MOVE SPACES                   TO WRK-LINHA-RELFAT
           MOVE ACU-EM-DOBRO             TO WRK-MASK
           STRING '   FATURADO EM DOBRO (DU)...................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           MOVE SPACES                   TO WRK-LINHA-RELFAT
           MOVE ACU-ACIMA-LIMITE         TO WRK-MASK
           STRING '   QTDE ACIMA DO TRAILER/CARGA (QT).........: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           MOVE SPACES                   TO WRK-LINHA-RELFAT
           MOVE ACU-CANAL-INVALIDO       TO WRK-MASK
           STRING '   CANAL NAO CONTRATADO (CI)................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           MOVE SPACES                   TO WRK-LINHA-RELFAT
           MOVE ACU-LINHAS-ILEGIVEIS     TO WRK-MASK
           STRING 'LINHAS ILEGIVEIS (FORA DOS VALORES).........: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           MOVE SPACES                   TO WRK-LINHA-RELFAT
           IF WRK-BALANCETE-CONFERE
              STRING 'SITUACAO DO BALANCETE.......: OK - CONFERE'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
           ELSE
              STRING 'SITUACAO DO BALANCETE.......: ** DIVERGENTE **'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
           END-IF
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           MOVE ALL '-'                  TO WRK-LINHA-RELFAT
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           MOVE SPACES                   TO WRK-LINHA-RELFAT
           MOVE ACU-VLR-FATURADO         TO WRK-MASK-VALOR
           STRING 'VALOR FATURADO..............: ' WRK-MASK-VALOR
                DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           MOVE SPACES                   TO WRK-LINHA-RELFAT
           MOVE ACU-VLR-CONTESTADO       TO WRK-MASK-VALOR
           STRING 'VALOR EM DISPUTA............: ' WRK-MASK-VALOR
                DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           MOVE SPACES                   TO WRK-LINHA-RELFAT
           MOVE WRK-VLR-APROVAR          TO WRK-MASK-VALOR
           STRING 'VALOR A APROVAR.............: ' WRK-MASK-VALOR
                DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           MOVE SPACES                   TO WRK-LINHA-RELFAT
           EVALUATE TRUE
              WHEN WRK-SW-ERRO-FATAL EQUAL 'S'
                 STRING '** CONCILIACAO CANCELADA - RELATORIO '
                      'INCOMPLETO, NAO APROVAR A FATURA **'
                      DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
              WHEN ACU-LINHAS-CONTESTADAS EQUAL ZEROS
                   AND ACU-LINHAS-ILEGIVEIS EQUAL ZEROS
                 STRING 'FATURA CONCILIADA - SEM CONTESTACAO'
                      DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
              WHEN OTHER
                 STRING '** FATURA COM CONTESTACAO - CONTESTAR '
                      'JUNTO AO FORNECEDOR ANTES DO PAGAMENTO **'
                      DELIMITED BY SIZE INTO WRK-LINHA-RELFAT
           END-EVALUATE
           WRITE FD-RELFAT01 FROM WRK-LINHA-RELFAT

           SET WRK-CN-CLOSE               TO TRUE
           CLOSE RELFAT01

           IF NOT WRK-FS-RELFAT01-OK
              MOVE 'S'                  TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       9600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    ACRESCENTA 1 LINHA EM ARQHIST01, NOS MESMOS MOLDES DO       *
      *    9800-GRAVAR-HISTORICO DO PSDC2EX1: LIDOS = LINHAS DA        *
      *    FATURA, GRAVADO = LINHAS CONTESTADAS.                       *
      *----------------------------------------------------------------*
       9800-GRAVAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
           MOVE 'ARQHIST01'           TO WRK-ARQUIVO
           SET WRK-CN-OPEN             TO TRUE

           OPEN EXTEND ARQHIST01

           IF NOT WRK-FS-HIST01-OK
              MOVE 'S'                TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ACCEPT WRK-HORA-EXECUCAO    FROM TIME

           MOVE WRK-PROGRAMA          TO ARQHIST01-PROGRAMA
           MOVE WRK-DATA-EXECUCAO     TO ARQHIST01-DATA
           MOVE WRK-HORA-EXECUCAO     TO ARQHIST01-HORA
           MOVE SPACES                TO ARQHIST01-UF
           MOVE ACU-LIDOS             TO ARQHIST01-ACU-LIDOS
           MOVE ACU-LINHAS-CONTESTADAS
                                      TO ARQHIST01-ACU-GRAVADO
           MOVE WRK-SQLCODE           TO ARQHIST01-SQLCODE
           MOVE ZEROS                 TO ARQHIST01-MES-ANIVER

           SET WRK-CN-WRITE            TO TRUE

           WRITE FD-ARQHIST01 FROM ARQHIST01-REGISTRO

           IF NOT WRK-FS-HIST01-OK
              MOVE 'S'                TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE            TO TRUE

           CLOSE ARQHIST01

           IF NOT WRK-FS-HIST01-OK
              MOVE 'S'                TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       9800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       9900-FINALIZAR SECTION.
      *----------------------------------------------------------------*
      *    GUARDA DE REENTRANCIA (VER 9100-ERROS-ARQUIVOS).            *
           MOVE 'S'         TO WRK-SW-FINALIZANDO

           IF WRK-SW-FAT01-ABERTO EQUAL 'S'
              MOVE 'ARQFAT01'          TO WRK-ARQUIVO
              SET WRK-CN-CLOSE          TO TRUE
              CLOSE ARQFAT01
              IF NOT WRK-FS-FAT01-OK
                 MOVE 'S'              TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           IF WRK-SW-RELFAT-ABERTO EQUAL 'S'
              PERFORM 9600-GERAR-TOTAIS
           END-IF

           PERFORM 9800-GRAVAR-HISTORICO

      *    RETURN-CODE 4 = FATURA COM CONTESTACAO OU LINHA ILEGIVEL -
      *    O FINANCEIRO NAO DEVE APROVAR SEM LER O RELFAT01.
           EVALUATE TRUE
              WHEN WRK-SW-ERRO-FATAL EQUAL 'S'
                 MOVE 12               TO RETURN-CODE
              WHEN ACU-LINHAS-CONTESTADAS GREATER ZEROS
                OR ACU-LINHAS-ILEGIVEIS GREATER ZEROS
                 DISPLAY '*****************************************'
                 DISPLAY '* FATURA COM CONTESTACAO - VER RELFAT01 *'
                 DISPLAY '* RETURN-CODE 4                         *'
                 DISPLAY '*****************************************'
                 MOVE 4                TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           DISPLAY '***************************************************'
           MOVE ACU-LIDOS              TO WRK-MASK
           DISPLAY '* QTDE LINHAS DA FATURA LIDAS: ' WRK-MASK
                                                    '        *'
           DISPLAY '*                                                 *'
           DISPLAY '* ' WRK-PROGRAMA
                             ' FIM NORMAL                             *'
           DISPLAY '***************************************************'

             STOP RUN.
      *----------------------------------------------------------------*
       9900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*

          END PROGRAM PSDC2FAT.
      *----------------------------------------------------------------*
