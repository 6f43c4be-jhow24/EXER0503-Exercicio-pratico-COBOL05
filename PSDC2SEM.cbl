      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. PSDC2SEM.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: PSDC2SEM
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 02/09/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   ACOMPANHAR AS SEMENTES (CONTATOS INTERNOS DE
      *                    MONITORACAO) INCLUIDAS PELO PSDC2EX1 EM CADA
      *                    ARQUIVO DE SAIDA E REGISTRADAS EM
      *                    DB2PRD.SEMENTE_ENVIO.
      *                    1) BAIXA OS RECEBIMENTOS APONTADOS PELOS
      *                       MONITORES (ARQREC01 - SEQUENCIAL, SEMENTE,
      *                       CANAL, DATA DO RECEBIMENTO E SE O CONTEUDO
      *                       CHEGOU CORRETO) EM SEMENTE_ENVIO;
      *                    2) APURA CADA SEMENTE DOS SEQUENCIAIS
      *                       LIBERADOS NOS MANIFESTOS (ARQMAN01) CONTRA
      *                       A TOLERANCIA DE DIAS DO CANAL (ARQPARM):
      *                       NR = NAO RECEBIDA E JA VENCIDA
      *                       AT = RECEBIDA DEPOIS DA TOLERANCIA
      *                       CE = RECEBIDA COM CONTEUDO ERRADO
      *                       E LISTA NO RELSEM01 AS SEMENTES APONTADAS
      *                       E, POR SEQUENCIAL, SE O ARQUIVO TEVE FALHA
      *                       DE ENTREGA.
      *                    RETURN-CODE 4 = SEMENTE APONTADA OU
      *                    RECEBIMENTO ILEGIVEL; 12 = CANCELAMENTO.
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                                   *
      *      ARQMAN01                                                  *
      *      ARQREC01                                                  *
      *      RELSEM01                                                  *
      *      ARQHIST01                                                 *
      *      SEMENTE_ENVIO                                             *
      *      SEMENTE_CONTATO                                           *
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
           SELECT ARQPARM  ASSIGN       TO UT-S-ARQPARM
                      FILE STATUS      IS WRK-FS-ARQPARM.
      *
           SELECT ARQMAN01 ASSIGN       TO UT-S-ARQMAN01
                      FILE STATUS      IS WRK-FS-ARQMAN01.
      *
           SELECT ARQREC01 ASSIGN       TO UT-S-ARQREC01
                      FILE STATUS      IS WRK-FS-ARQREC01.
      *
           SELECT RELSEM01 ASSIGN       TO UT-S-RELSEM01
                      FILE STATUS      IS WRK-FS-RELSEM01.
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
      *   INPUT:      CARTAO DE TOLERANCIA POR CANAL (OPCIONAL)        *
      *               ORG. SEQUENCIAL   -   LRECL = 010               *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQPARM              PIC X(010).

      *----------------------------------------------------------------*
      *   INPUT:      MANIFESTOS DE LIBERACAO (PSDC2EX1/PSDC2RGN)      *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQMAN01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQMAN01             PIC X(080).

      *----------------------------------------------------------------*
      *   INPUT:      RECEBIMENTOS APONTADOS PELOS MONITORES (1 LINHA  *
      *               POR SEMENTE/CANAL RECEBIDA)                      *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQREC01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQREC01             PIC X(080).

      *----------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE ACOMPANHAMENTO DAS SEMENTES         *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  RELSEM01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-RELSEM01             PIC X(132).

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
             'PSDC2SEM - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'PSDC2SEM'.
       77 WRK-MASK                PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-MASK-SEQ1           PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-MASK-SEQ2           PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-MASK-SEQ3           PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-MASK-SEQ4           PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-MASK-SEQ5           PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-MASK-SEQ6           PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-MASK-SEQ7           PIC ZZ.ZZ9 VALUE ZEROS.
      *    SQLCODE "DE ENCERRAMENTO" GRAVADO NO ARQHIST01 (MESMA
      *    CONVENCAO DO PSDC2EX1/PSDC2EX2).
       77 WRK-SQLCODE             PIC  -99999.
       77 WRK-FIM-ARQMAN          PIC  X(001) VALUE 'N'.
       77 WRK-FIM-ARQREC          PIC  X(001) VALUE 'N'.
       77 WRK-FIM-CSR-SEM         PIC  X(001) VALUE 'N'.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS           PIC  9(009) COMP-3 VALUE ZEROS.
           03 ACU-MAN-LIDOS       PIC  9(005) VALUE ZEROS.
           03 ACU-REC-APLICADOS   PIC  9(009) VALUE ZEROS.
           03 ACU-REC-NAO-APLICADOS PIC 9(009) VALUE ZEROS.
           03 ACU-REC-ILEGIVEIS   PIC  9(009) VALUE ZEROS.
           03 ACU-SEM-LIDAS       PIC  9(009) VALUE ZEROS.
           03 ACU-SEM-FORA-MANIFESTO PIC 9(009) VALUE ZEROS.
           03 ACU-SEM-AVALIADAS   PIC  9(009) VALUE ZEROS.
           03 ACU-SEM-OK          PIC  9(009) VALUE ZEROS.
           03 ACU-SEM-PENDENTES   PIC  9(009) VALUE ZEROS.
           03 ACU-SEM-NAO-RECEBIDAS PIC 9(009) VALUE ZEROS.
           03 ACU-SEM-ATRASADAS   PIC  9(009) VALUE ZEROS.
           03 ACU-SEM-CONTEUDO-ERRADO PIC 9(009) VALUE ZEROS.
           03 ACU-SEM-APONTADAS   PIC  9(009) VALUE ZEROS.
           03 ACU-SEQ-AVALIADOS   PIC  9(009) VALUE ZEROS.
           03 ACU-SEQ-COM-FALHA   PIC  9(009) VALUE ZEROS.
           03 WRK-ACU-TOTAL-REC   PIC  9(009) VALUE ZEROS.
           03 WRK-ACU-TOTAL-CONFERIDO PIC 9(009) VALUE ZEROS.
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
          05 WRK-FS-ARQPARM          PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                   VALUE '00'.
             88 WRK-FS-PARM-NAO-ACHOU            VALUE '35'.

          05 WRK-FS-ARQMAN01         PIC  X(002) VALUE SPACES.
             88 WRK-FS-MAN01-OK                  VALUE '00'.
             88 WRK-FS-MAN01-EOF                 VALUE '10'.
             88 WRK-FS-MAN01-NAO-ACHOU           VALUE '35'.

          05 WRK-FS-ARQREC01         PIC  X(002) VALUE SPACES.
             88 WRK-FS-REC01-OK                  VALUE '00'.
             88 WRK-FS-REC01-EOF                 VALUE '10'.
             88 WRK-FS-REC01-NAO-ACHOU           VALUE '35'.

          05 WRK-FS-RELSEM01         PIC  X(002) VALUE SPACES.
             88 WRK-FS-RELSEM01-OK               VALUE '00'.

          05 WRK-FS-ARQHIST01        PIC  X(002) VALUE SPACES.
             88 WRK-FS-HIST01-OK                 VALUE '00'.

          05 WRK-FS-DISPLAY          PIC  X(002) VALUE SPACES.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DE RETRY E COMMIT PERIODICO DO DB2'.
      *----------------------------------------------------------------*
      *    RETRY DE DEADLOCK/TIMEOUT DO DB2 (SQLCODE -911/-913) NO     *
      *    UPDATE, NO FETCH E NO COMMIT PERIODICO, NOS MESMOS MOLDES   *
      *    DO PSDC2EX2. O COMMIT PERIODICO SO OCORRE NA BAIXA DOS      *
      *    RECEBIMENTOS; A APURACAO (CURSOR) SO LE O DB2.              *
       77 WRK-RETRY-MAX-TENTATIVAS   PIC  9(001) VALUE 3.
       77 WRK-RETRY-CONTADOR         PIC  9(001) VALUE ZEROS.
       77 WRK-RETRY-ESPERA           PIC  S9(009) COMP VALUE 1000.
       01 WRK-RETRY-FEEDBACK.
          05 WRK-RETRY-FC-SEVERIDADE PIC  S9(004) COMP VALUE ZEROS.
          05 WRK-RETRY-FC-MSG-NUM    PIC  S9(004) COMP VALUE ZEROS.
          05 WRK-RETRY-FC-CASO       PIC  X(001) VALUE LOW-VALUES.
          05 WRK-RETRY-FC-FACILIDADE PIC  X(003) VALUE LOW-VALUES.
          05 WRK-RETRY-FC-CONTROLE   PIC  X(004) VALUE LOW-VALUES.

       77 WRK-COMMIT-CONTADOR        PIC  9(007) VALUE ZEROS.
       77 WRK-COMMIT-INTERVALO       PIC  9(007) VALUE 1000.

       77 WRK-SW-ERRO-FATAL          PIC  X(001) VALUE 'N'.
       77 WRK-SW-FINALIZANDO         PIC  X(001) VALUE 'N'.
       77 WRK-SW-HIST-TENTADO        PIC  X(001) VALUE 'N'.
       77 WRK-SW-ERRO-ARQUIVO        PIC  X(001) VALUE 'N'.
       77 WRK-SW-REC01-ABERTO        PIC  X(001) VALUE 'N'.
       77 WRK-SW-RELSEM-ABERTO       PIC  X(001) VALUE 'N'.
       77 WRK-SW-CSR-SEM-ABERTO      PIC  X(001) VALUE 'N'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO CARTAO DE TOLERANCIA POR CANAL'.
      *----------------------------------------------------------------*
      *    CARTAO OPCIONAL (DD ARQPARM) - DIAS CORRIDOS APOS O ENVIO   *
      *    (DT_ENVIO) PARA A SEMENTE SER RECEBIDA EM CADA CANAL:       *
      *       COL 1-2 = EMAIL (ARQSAI01)  - DEFAULT 02 DIAS            *
      *       COL 3-4 = SMS   (ARQSMS01)  - DEFAULT 01 DIA             *
      *       COL 5-6 = CARTA (ARQCRT01)  - DEFAULT 10 DIAS            *
      *    CAMPO AUSENTE/INVALIDO MANTEM O DEFAULT. ZERO E ACEITO      *
      *    (RECEBIMENTO NO PROPRIO DIA DO ENVIO).                      *
      *----------------------------------------------------------------*
       01 WRK-REG-PARM.
          05 WRK-PARM-TOL-EMAIL      PIC  X(002).
          05 WRK-PARM-TOL-EMAIL-R REDEFINES WRK-PARM-TOL-EMAIL
                                     PIC  9(002).
          05 WRK-PARM-TOL-SMS        PIC  X(002).
          05 WRK-PARM-TOL-SMS-R REDEFINES WRK-PARM-TOL-SMS
                                     PIC  9(002).
          05 WRK-PARM-TOL-CARTA      PIC  X(002).
          05 WRK-PARM-TOL-CARTA-R REDEFINES WRK-PARM-TOL-CARTA
                                     PIC  9(002).
          05 FILLER                  PIC  X(004).

       77 WRK-TOL-EMAIL              PIC  9(002) VALUE 02.
       77 WRK-TOL-SMS                PIC  9(002) VALUE 01.
       77 WRK-TOL-CARTA              PIC  9(002) VALUE 10.
       77 WRK-TOL-DIAS               PIC  9(002) VALUE ZEROS.
       77 WRK-DIAS-INT               PIC S9(009) COMP VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS MANIFESTOS DE LIBERACAO (ARQMAN01)'.
      *----------------------------------------------------------------*
      *    LINHAS 'D' DOS MANIFESTOS CONCATENADOS, 1 ENTRADA POR       *
      *    SEQUENCIAL LIBERADO. SEQUENCIAL REPETIDO (REENVIO PELO      *
      *    PSDC2RGN, COM O ARQMAN02 CONCATENADO AQUI) NAO GANHA OUTRA  *
      *    ENTRADA. SO AS SEMENTES DOS SEQUENCIAIS DESTA TABELA SAO    *
      *    APURADAS; WRK-MAN-SEQ-MIN/MAX LIMITAM A LEITURA DO DB2.     *
      *    WRK-MAN-QTD-SEMENTE = SEMENTES DE EMAIL NO ARQSAI01 (ZERO   *
      *    EM MANIFESTO GRAVADO ANTES DA INCLUSAO DAS SEMENTES).       *
      *----------------------------------------------------------------*
       01 WRK-TAB-MAN.
          05 WRK-MAN-QTDE            PIC  9(004) VALUE ZEROS.
          05 WRK-MAN-ENT             OCCURS 3000 TIMES.
             10 WRK-MAN-SEQ          PIC  9(006).
             10 WRK-MAN-NOME         PIC  X(020).
             10 WRK-MAN-QTD-SEMENTE  PIC  9(003).
       77 WRK-MAN-MAX                PIC  9(004) VALUE 3000.
       77 WRK-MAN-IDX                PIC  9(004) COMP VALUE ZEROS.
       77 WRK-MAN-ACHOU-IDX          PIC  9(004) COMP VALUE ZEROS.
       77 WRK-MAN-SEQ-MIN            PIC  9(006) VALUE ZEROS.
       77 WRK-MAN-SEQ-MAX            PIC  9(006) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA'.
      *----------------------------------------------------------------*
      *    RECEBIMENTO APONTADO PELO MONITOR - LAYOUT COMBINADO COM A  *
      *    AREA DE MONITORACAO:                                        *
      *       SEQUENCIAL DO ARQUIVO (6), CODIGO DA SEMENTE (10),       *
      *       CANAL (1) 'E'/'S'/'C', DATA DO RECEBIMENTO AAAAMMDD (8)  *
      *       E CONTEUDO (1) 'S' = CHEGOU CORRETO / 'N' = ERRADO       *
      *       (TRUNCADO, CARACTERES TROCADOS, PECA DE OUTRA CAMPANHA)  *
      *----------------------------------------------------------------*
       01 ARQREC01-REGISTRO.
          03 ARQREC01-SEQ          PIC X(06).
          03 ARQREC01-SEQ-R REDEFINES ARQREC01-SEQ
                                   PIC 9(06).
          03 ARQREC01-SEMENTE      PIC X(10).
          03 ARQREC01-SEMENTE-R REDEFINES ARQREC01-SEMENTE
                                   PIC 9(10).
          03 ARQREC01-CANAL        PIC X(01).
             88 ARQREC01-CANAL-VALIDO     VALUE 'E' 'S' 'C'.
          03 ARQREC01-DT-RECEB     PIC X(08).
          03 ARQREC01-DT-RECEB-R REDEFINES ARQREC01-DT-RECEB
                                   PIC 9(08).
          03 ARQREC01-CONTEUDO     PIC X(01).
             88 ARQREC01-CONTEUDO-VALIDO  VALUE 'S' 'N'.
          03 FILLER                PIC X(54).

      *    MESMO LAYOUT GRAVADO POR 9860-GRAVAR-DETALHE-MANIFESTO DO   *
      *    PSDC2EX1 (LINHA 'D' DO ARQMAN01). A QTDE DE CANAL 'A' E SO  *
      *    DO PSDC2FAT - AQUI NAO E USADA.                             *
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
          03 ARQMAN01-DET-QTD-SEMENTE-R
                  REDEFINES ARQMAN01-DET-QTD-SEMENTE
                                     PIC  9(003).
          03 FILLER                  PIC  X(001).
          03 ARQMAN01-DET-QTD-SMS    PIC  X(007).
          03 FILLER                  PIC  X(007).
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DA APURACAO DAS SEMENTES'.
      *----------------------------------------------------------------*
      *    SITUACAO DA SEMENTE (UMA SO, NA ORDEM DE PRECEDENCIA):      *
      *       NR = NAO RECEBIDA E HOJE JA PASSOU DA DATA LIMITE        *
      *       PE = NAO RECEBIDA, AINDA DENTRO DA TOLERANCIA            *
      *       CE = RECEBIDA COM CONTEUDO ERRADO                        *
      *       AT = RECEBIDA DEPOIS DA DATA LIMITE                      *
      *       OK = RECEBIDA CORRETA DENTRO DA TOLERANCIA               *
      *    DATA LIMITE = DT_ENVIO + TOLERANCIA DO CANAL.               *
      *    NR, CE E AT SAO APONTADAS NO RELSEM01.                      *
      *----------------------------------------------------------------*
       77 WRK-SITUACAO               PIC  X(002) VALUE SPACES.
          88 WRK-SIT-OK                          VALUE 'OK'.
          88 WRK-SIT-PENDENTE                    VALUE 'PE'.
          88 WRK-SIT-APONTADA         VALUES 'NR' 'CE' 'AT'.
       77 WRK-DATA-LIMITE            PIC  9(008) VALUE ZEROS.

      *    SEQUENCIAL EM APURACAO (QUEBRA POR NUM_SEQ_ARQ). SEQUENCIAL *
      *    FORA DOS MANIFESTOS FICA COM WRK-SEQ-MAN-IDX ZERADO E SUAS  *
      *    SEMENTES SO SAO CONTADAS.                                   *
       01 WRK-AREA-SEQ-ATUAL.
          05 WRK-SEQ-ATUAL           PIC  9(006) VALUE ZEROS.
          05 WRK-SEQ-MAN-IDX         PIC  9(004) COMP VALUE ZEROS.
          05 WRK-SQ-AVALIADAS        PIC  9(005) VALUE ZEROS.
          05 WRK-SQ-OK               PIC  9(005) VALUE ZEROS.
          05 WRK-SQ-PENDENTES        PIC  9(005) VALUE ZEROS.
          05 WRK-SQ-NAO-RECEBIDAS    PIC  9(005) VALUE ZEROS.
          05 WRK-SQ-ATRASADAS        PIC  9(005) VALUE ZEROS.
          05 WRK-SQ-CONTEUDO-ERRADO  PIC  9(005) VALUE ZEROS.
       77 WRK-SW-SEQ-INICIADO        PIC  X(001) VALUE 'N'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO RELATORIO DAS SEMENTES (RELSEM01)'.
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
       01 WRK-LINHA-RELSEM            PIC X(132).

       01 WRK-LINHA-SEM-CAB.
          05 FILLER                  PIC  X(050) VALUE
             'SEQ     C  SEMENTE    NOME                        '.
          05 FILLER                  PIC  X(050) VALUE
             '   ENVIO    LIMITE   RECEBIM.  CT ST DESCRICAO    '.
          05 FILLER                  PIC  X(032) VALUE SPACES.

       01 WRK-LINHA-SEM-DET.
          05 WRK-LSD-SEQ             PIC  9(006).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LSD-CANAL           PIC  X(001).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LSD-SEMENTE         PIC  9(010).
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-LSD-NOME            PIC  X(030).
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-LSD-DT-ENVIO        PIC  9(008).
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-LSD-DT-LIMITE       PIC  9(008).
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-LSD-DT-RECEB        PIC  X(008).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LSD-CONTEUDO        PIC  X(001).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LSD-SITUACAO        PIC  X(002).
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-LSD-DESCRICAO       PIC  X(030).
          05 FILLER                  PIC  X(015) VALUE SPACES.

       77 WRK-MOTIVO-REC             PIC  X(040) VALUE SPACES.
      *
       77 WRK-SW-BALANCETE            PIC X(001) VALUE 'N'.
          88 WRK-BALANCETE-CONFERE              VALUE 'S'.
          88 WRK-BALANCETE-DIVERGENTE           VALUE 'N'.

      **** AREA ARQUIVO DE HISTORICO DE EXECUCOES (AUDITORIA) -
      **** MESMO LAYOUT DO ARQHIST01 DO PSDC2EX1; LIDOS =
      **** RECEBIMENTOS LIDOS, GRAVADO = SEMENTES APONTADAS

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

      *    LINHA DE DB2PRD.SEMENTE_ENVIO (GRAVADA SO PELO PSDC2EX1 EM  *
      *    3082-REGISTRAR-SEMENTE, 1 POR SEQUENCIAL/SEMENTE/CANAL; O   *
      *    SEQUENCIAL REGENERADO PELO PSDC2RGN MANTEM AS LINHAS E O    *
      *    DT_ENVIO ORIGINAIS) COM O NOME DA SEMENTE EM                *
      *    DB2PRD.SEMENTE_CONTATO (BRANCO SE JA EXCLUIDA).             *
      *    DT_RECEBIMENTO ZERO = AINDA NAO RECEBIDA.                   *
       01 WRK-HOST-SEM.
          05 WRK-HV-SEQ            PIC 9(06).
          05 WRK-HV-SEM-CODIGO     PIC 9(10).
          05 WRK-HV-SEM-CANAL      PIC X(01).
             88 WRK-HV-SEM-CANAL-EMAIL    VALUE 'E'.
             88 WRK-HV-SEM-CANAL-SMS      VALUE 'S'.
             88 WRK-HV-SEM-CANAL-CARTA    VALUE 'C'.
          05 WRK-HV-SEM-NOME       PIC X(70).
          05 WRK-HV-DT-ENVIO       PIC 9(08).
          05 WRK-HV-DT-RECEB       PIC 9(08).
          05 WRK-HV-CONTEUDO       PIC X(01).
             88 WRK-HV-CONTEUDO-ERRADO    VALUE 'N'.

           EXEC SQL DECLARE CSR-SEM-ENVIO CURSOR FOR
               SELECT E.NUM_SEQ_ARQ, E.CSEMENTE, E.CCANAL,
                      COALESCE(S.ISEMENTE, ' '),
                      E.DT_ENVIO, E.DT_RECEBIMENTO, E.CIND_CONTEUDO
                 FROM DB2PRD.SEMENTE_ENVIO E
                 LEFT OUTER JOIN DB2PRD.SEMENTE_CONTATO S
                   ON S.CSEMENTE = E.CSEMENTE
                  AND S.CCANAL   = E.CCANAL
                WHERE E.NUM_SEQ_ARQ BETWEEN :WRK-MAN-SEQ-MIN
                                        AND :WRK-MAN-SEQ-MAX
                ORDER BY E.NUM_SEQ_ARQ, E.CCANAL, E.CSEMENTE
           END-EXEC.

      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
              'PSDC2SEM - FIM DA AREA DE WORKING'.
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
           PERFORM 3000-PROCESSAR-RECEBIMENTO
              UNTIL WRK-FIM-ARQREC EQUAL 'S'
      *
           PERFORM 3920-COMMIT-SEMENTE
      *
           PERFORM 4000-APURAR-SEMENTES
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
      *    ROTINA DE INICIALIZACAO: LE A TOLERANCIA, CARREGA OS        *
      *    MANIFESTOS, ABRE O RELATORIO E OS RECEBIMENTOS. COMO NO     *
      *    PSDC2ACK, MANIFESTO AUSENTE NAO E ERRO DE I/O (NADA A       *
      *    APURAR); RECEBIMENTO AUSENTE TAMBEM NAO - NOITE SEM NENHUM  *
      *    APONTAMENTO DOS MONITORES E JUSTAMENTE O CASO EM QUE AS     *
      *    SEMENTES VENCIDAS PRECISAM SAIR COMO NAO RECEBIDAS.         *
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-EXECUCAO    FROM DATE YYYYMMDD

           MOVE +100                   TO WRK-SQLCODE

           MOVE WRK-DATA-EXEC-DD       TO WRK-DATA-EXEC-EDIT(1:2)
           MOVE WRK-DATA-EXEC-MM       TO WRK-DATA-EXEC-EDIT(4:2)
           MOVE WRK-DATA-EXEC-AAAA     TO WRK-DATA-EXEC-EDIT(7:4)

           PERFORM 1050-LER-PARAMETROS

           PERFORM 1020-CARREGAR-MANIFESTO

           DISPLAY '***************************************************'
           DISPLAY '* ACOMPANHAMENTO DAS SEMENTES (PSDC2SEM)          *'
           DISPLAY '* TOLERANCIA EMAIL......: ' WRK-TOL-EMAIL ' DIAS'
           DISPLAY '* TOLERANCIA SMS........: ' WRK-TOL-SMS ' DIAS'
           DISPLAY '* TOLERANCIA CARTA......: ' WRK-TOL-CARTA ' DIAS'
           DISPLAY '* SEQUENCIAIS LIBERADOS.: ' WRK-MAN-QTDE
           DISPLAY '***************************************************'

           MOVE 'RELSEM01'             TO WRK-ARQUIVO
           SET WRK-CN-OPEN              TO TRUE

           OPEN OUTPUT RELSEM01

           IF NOT WRK-FS-RELSEM01-OK
              MOVE WRK-FS-RELSEM01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'S'                    TO WRK-SW-RELSEM-ABERTO
           SET WRK-CN-WRITE             TO TRUE

           MOVE SPACES                 TO WRK-LINHA-RELSEM
           STRING 'ACOMPANHAMENTO DAS SEMENTES DE MONITORACAO - '
                WRK-PROGRAMA
                DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE SPACES                 TO WRK-LINHA-RELSEM
           STRING 'DATA DA EXECUCAO....: ' WRK-DATA-EXEC-EDIT
                DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE SPACES                 TO WRK-LINHA-RELSEM
           STRING 'TOLERANCIA APOS O ENVIO: EMAIL ' WRK-TOL-EMAIL
                ' DIAS / SMS ' WRK-TOL-SMS
                ' DIAS / CARTA ' WRK-TOL-CARTA ' DIAS'
                DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE SPACES                 TO WRK-LINHA-RELSEM
           MOVE WRK-MAN-QTDE           TO WRK-MASK
           STRING 'SEQUENCIAIS LIBERADOS (ARQMAN01): ' WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE ALL '-'                TO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE SPACES                 TO WRK-LINHA-RELSEM
           STRING 'RECEBIMENTOS NAO APLICADOS:'
                DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE 'ARQREC01'             TO WRK-ARQUIVO
           SET WRK-CN-OPEN              TO TRUE

           OPEN INPUT ARQREC01

           EVALUATE TRUE
              WHEN WRK-FS-REC01-OK
                 MOVE 'S'              TO WRK-SW-REC01-ABERTO
                 PERFORM 3700-LER-ARQREC01
              WHEN WRK-FS-REC01-NAO-ACHOU
                 DISPLAY '* SEM RECEBIMENTOS DOS MONITORES NESTA'
                         ' NOITE - SO APURACAO'
                 MOVE 'S'              TO WRK-FIM-ARQREC
              WHEN OTHER
                 MOVE WRK-FS-ARQREC01  TO WRK-FS-DISPLAY
                 MOVE 'S'              TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
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
                 DISPLAY '* SEM MANIFESTO DE LIBERACAO - NENHUMA'
                         ' SEMENTE SERA APURADA'
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
      *    NOVO SEQUENCIAL GANHA ENTRADA E AJUSTA A FAIXA MIN/MAX;     *
      *    REPETIDO (REENVIO) E IGNORADO (VER AREA DOS MANIFESTOS).    *
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

           IF WRK-MAN-ACHOU-IDX EQUAL ZEROS
              IF WRK-MAN-QTDE GREATER OR EQUAL WRK-MAN-MAX
                 DISPLAY '* WRK-TAB-MAN CHEIA (MAX '
                         WRK-MAN-MAX ') - AUMENTAR OCCURS'
                 MOVE 'S'              TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              ADD 1                    TO WRK-MAN-QTDE
              MOVE ARQMAN01-DET-SEQ     TO WRK-MAN-SEQ(WRK-MAN-QTDE)
              MOVE ARQMAN01-DET-NOME    TO WRK-MAN-NOME(WRK-MAN-QTDE)
              IF ARQMAN01-DET-QTD-SEMENTE NUMERIC
                 MOVE ARQMAN01-DET-QTD-SEMENTE-R TO
                      WRK-MAN-QTD-SEMENTE(WRK-MAN-QTDE)
              ELSE
                 MOVE ZEROS             TO
                      WRK-MAN-QTD-SEMENTE(WRK-MAN-QTDE)
              END-IF

              IF WRK-MAN-QTDE EQUAL 1
                 OR ARQMAN01-DET-SEQ LESS WRK-MAN-SEQ-MIN
                 MOVE ARQMAN01-DET-SEQ  TO WRK-MAN-SEQ-MIN
              END-IF
              IF ARQMAN01-DET-SEQ GREATER WRK-MAN-SEQ-MAX
                 MOVE ARQMAN01-DET-SEQ  TO WRK-MAN-SEQ-MAX
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       1030-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DO CARTAO DE TOLERANCIA - DD ARQPARM.     *
      *    CARTAO AUSENTE, VAZIO OU COM CAMPO NAO NUMERICO MANTEM O    *
      *    DEFAULT DO CAMPO (VER AREA DO CARTAO).                      *
      *----------------------------------------------------------------*
       1050-LER-PARAMETROS SECTION.
      *----------------------------------------------------------------*
           MOVE 'ARQPARM '               TO WRK-ARQUIVO
           SET WRK-CN-OPEN                TO TRUE

           INITIALIZE                     WRK-REG-PARM

           OPEN INPUT ARQPARM

           IF WRK-FS-PARM-OK
              SET WRK-CN-READ              TO TRUE
              READ ARQPARM INTO WRK-REG-PARM

              IF WRK-FS-PARM-OK
                 IF WRK-PARM-TOL-EMAIL NUMERIC
                    MOVE WRK-PARM-TOL-EMAIL-R TO WRK-TOL-EMAIL
                 END-IF
                 IF WRK-PARM-TOL-SMS NUMERIC
                    MOVE WRK-PARM-TOL-SMS-R   TO WRK-TOL-SMS
                 END-IF
                 IF WRK-PARM-TOL-CARTA NUMERIC
                    MOVE WRK-PARM-TOL-CARTA-R TO WRK-TOL-CARTA
                 END-IF
              END-IF

              SET WRK-CN-CLOSE             TO TRUE
              CLOSE ARQPARM
           ELSE
              IF WRK-FS-PARM-NAO-ACHOU
                 CONTINUE
              ELSE
                 MOVE WRK-FS-ARQPARM       TO WRK-FS-DISPLAY
                 MOVE 'S'                  TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       1050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    UM RECEBIMENTO: BAIXA EM SEMENTE_ENVIO A DATA E O CONTEUDO, *
      *    SO SE A SEMENTE AINDA NAO CONSTAVA COMO RECEBIDA E A DATA   *
      *    NAO E ANTERIOR AO ENVIO. SQLCODE +100 = SEMENTE/SEQUENCIAL  *
      *    DESCONHECIDO, JA RECEBIDO (APONTAMENTO REPETIDO OU REEXE-   *
      *    CUCAO) OU DATA ANTERIOR AO ENVIO - O RECEBIMENTO E LISTADO  *
      *    COMO NAO APLICADO E NAO ALTERA NADA.                        *
      *----------------------------------------------------------------*
       3000-PROCESSAR-RECEBIMENTO SECTION.
      *----------------------------------------------------------------*
           IF ARQREC01-SEQ NUMERIC
              AND ARQREC01-SEMENTE NUMERIC
              AND ARQREC01-CANAL-VALIDO
              AND ARQREC01-DT-RECEB NUMERIC
              AND ARQREC01-DT-RECEB-R GREATER ZEROS
              AND ARQREC01-CONTEUDO-VALIDO
              MOVE ARQREC01-SEQ-R      TO WRK-HV-SEQ
              MOVE ARQREC01-SEMENTE-R  TO WRK-HV-SEM-CODIGO
              MOVE ARQREC01-CANAL      TO WRK-HV-SEM-CANAL
              MOVE ARQREC01-DT-RECEB-R TO WRK-HV-DT-RECEB
              MOVE ARQREC01-CONTEUDO   TO WRK-HV-CONTEUDO

              MOVE 'SEMENVIO'          TO WRK-TABELA
              MOVE ZEROS               TO WRK-RETRY-CONTADOR

              PERFORM 3250-UPDATE-UNICO
                 WITH TEST AFTER
                 UNTIL (SQLCODE NOT EQUAL -911
                        AND SQLCODE NOT EQUAL -913)
                    OR WRK-RETRY-CONTADOR GREATER
                                          WRK-RETRY-MAX-TENTATIVAS

              EVALUATE TRUE
                 WHEN SQLCODE EQUAL ZEROS
                    ADD 1              TO ACU-REC-APLICADOS
                    PERFORM 3500-CONTAR-COMMIT
                 WHEN SQLCODE EQUAL +100
                    ADD 1              TO ACU-REC-NAO-APLICADOS
                    MOVE 'DESCONHECIDO/JA RECEBIDO/ANTES DO ENVIO'
                                       TO WRK-MOTIVO-REC
                    PERFORM 3600-LISTAR-RECEBIMENTO
                 WHEN OTHER
                    PERFORM 9100-ERROS-ARQUIVOS
              END-EVALUATE
           ELSE
              ADD 1                    TO ACU-REC-ILEGIVEIS
              MOVE 'LINHA ILEGIVEL (CAMPO INVALIDO)'
                                       TO WRK-MOTIVO-REC
              PERFORM 3600-LISTAR-RECEBIMENTO
           END-IF

           PERFORM 3700-LER-ARQREC01
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3250-UPDATE-UNICO SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
              UPDATE DB2PRD.SEMENTE_ENVIO
                 SET DT_RECEBIMENTO = :WRK-HV-DT-RECEB,
                     CIND_CONTEUDO  = :WRK-HV-CONTEUDO
               WHERE NUM_SEQ_ARQ    = :WRK-HV-SEQ
                 AND CSEMENTE       = :WRK-HV-SEM-CODIGO
                 AND CCANAL         = :WRK-HV-SEM-CANAL
                 AND DT_RECEBIMENTO = 0
                 AND DT_ENVIO      <= :WRK-HV-DT-RECEB
           END-EXEC

           IF SQLCODE EQUAL -911 OR SQLCODE EQUAL -913
              ADD 1                   TO WRK-RETRY-CONTADOR
              IF WRK-RETRY-CONTADOR NOT GREATER
                                          WRK-RETRY-MAX-TENTATIVAS
                 DISPLAY '* DEADLOCK/TIMEOUT DB2 (SQLCODE ' SQLCODE
                         ') NO UPDATE - TENTATIVA ' WRK-RETRY-CONTADOR
                 CALL 'CEE3DLY' USING BY VALUE     WRK-RETRY-ESPERA
                                      BY REFERENCE WRK-RETRY-FEEDBACK
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    COMMIT PERIODICO (A CADA WRK-COMMIT-INTERVALO BAIXAS).      *
      *----------------------------------------------------------------*
       3500-CONTAR-COMMIT SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-COMMIT-CONTADOR
           IF WRK-COMMIT-CONTADOR GREATER OR EQUAL
                                          WRK-COMMIT-INTERVALO
              PERFORM 3920-COMMIT-SEMENTE
              MOVE ZEROS               TO WRK-COMMIT-CONTADOR
           END-IF
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    LISTA NO RELSEM01 O RECEBIMENTO NAO APLICADO (IMAGEM DOS    *
      *    CAMPOS LIDOS E O MOTIVO).                                   *
      *----------------------------------------------------------------*
       3600-LISTAR-RECEBIMENTO SECTION.
      *----------------------------------------------------------------*
           MOVE 'RELSEM01'             TO WRK-ARQUIVO
           SET WRK-CN-WRITE             TO TRUE

           MOVE SPACES                 TO WRK-LINHA-RELSEM
           STRING '   SEQ ' ARQREC01-SEQ
                ' SEMENTE ' ARQREC01-SEMENTE
                ' CANAL ' ARQREC01-CANAL
                ' RECEBIDA ' ARQREC01-DT-RECEB
                ' CONTEUDO ' ARQREC01-CONTEUDO
                ' - ' WRK-MOTIVO-REC
                DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           IF NOT WRK-FS-RELSEM01-OK
              MOVE WRK-FS-RELSEM01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3700-LER-ARQREC01 SECTION.
      *----------------------------------------------------------------*
           MOVE 'ARQREC01'             TO WRK-ARQUIVO
           SET WRK-CN-READ              TO TRUE

           READ ARQREC01 INTO ARQREC01-REGISTRO
              AT END
                 MOVE 'S'              TO WRK-FIM-ARQREC
              NOT AT END
                 ADD 1                 TO ACU-LIDOS
           END-READ

           IF NOT WRK-FS-REC01-OK AND NOT WRK-FS-REC01-EOF
              MOVE WRK-FS-ARQREC01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    COMMIT COM RETRY DE DEADLOCK/TIMEOUT.                       *
      *----------------------------------------------------------------*
       3920-COMMIT-SEMENTE SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                TO WRK-RETRY-CONTADOR

           PERFORM 3930-COMMIT-UNICO
              WITH TEST AFTER
              UNTIL (SQLCODE NOT EQUAL -911 AND SQLCODE NOT EQUAL -913)
                 OR WRK-RETRY-CONTADOR GREATER WRK-RETRY-MAX-TENTATIVAS

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3920-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3930-COMMIT-UNICO SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
              COMMIT
           END-EXEC

           IF SQLCODE EQUAL -911 OR SQLCODE EQUAL -913
              ADD 1                   TO WRK-RETRY-CONTADOR
              IF WRK-RETRY-CONTADOR NOT GREATER
                                          WRK-RETRY-MAX-TENTATIVAS
                 DISPLAY '* DEADLOCK/TIMEOUT DB2 (SQLCODE ' SQLCODE
                         ') NO COMMIT - TENTATIVA ' WRK-RETRY-CONTADOR
                 CALL 'CEE3DLY' USING BY VALUE     WRK-RETRY-ESPERA
                                      BY REFERENCE WRK-RETRY-FEEDBACK
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3930-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    APURACAO: PERCORRE SEMENTE_ENVIO NA FAIXA DE SEQUENCIAIS    *
      *    DOS MANIFESTOS, COM QUEBRA POR SEQUENCIAL. RODA DEPOIS DO   *
      *    COMMIT DA BAIXA, ENTAO JA ENXERGA OS RECEBIMENTOS DA NOITE. *
      *----------------------------------------------------------------*
       4000-APURAR-SEMENTES SECTION.
      *----------------------------------------------------------------*
           MOVE 'RELSEM01'             TO WRK-ARQUIVO
           SET WRK-CN-WRITE             TO TRUE

           MOVE ALL '-'                TO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE SPACES                 TO WRK-LINHA-RELSEM
           STRING 'SEMENTES APONTADAS (NR = NAO RECEBIDA, AT = '
                'RECEBIDA COM ATRASO, CE = CONTEUDO ERRADO) E '
                'SITUACAO POR SEQUENCIAL:'
                DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           WRITE FD-RELSEM01 FROM WRK-LINHA-SEM-CAB

           IF WRK-MAN-QTDE EQUAL ZEROS
              MOVE SPACES              TO WRK-LINHA-RELSEM
              STRING '   NENHUM SEQUENCIAL LIBERADO A APURAR'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
              WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM
           ELSE
              MOVE 'SEMENVIO'          TO WRK-TABELA

              EXEC SQL
                 OPEN CSR-SEM-ENVIO
              END-EXEC

              IF SQLCODE NOT EQUAL ZEROS
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              MOVE 'S'                 TO WRK-SW-CSR-SEM-ABERTO

              PERFORM 4800-LER-CSR-SEM

              PERFORM 4100-APURAR-SEMENTE
                 UNTIL WRK-FIM-CSR-SEM EQUAL 'S'

              IF WRK-SW-SEQ-INICIADO EQUAL 'S'
                 PERFORM 4200-FECHAR-SEQUENCIAL
              END-IF

              EXEC SQL
                 CLOSE CSR-SEM-ENVIO
              END-EXEC

              IF SQLCODE NOT EQUAL ZEROS
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              MOVE 'N'                 TO WRK-SW-CSR-SEM-ABERTO
           END-IF
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    UMA SEMENTE ENVIADA. NA TROCA DE SEQUENCIAL FECHA O         *
      *    ANTERIOR E LOCALIZA O NOVO NOS MANIFESTOS; SEQUENCIAL DA    *
      *    FAIXA QUE NAO FOI LIBERADO NESTES MANIFESTOS SO E CONTADO.  *
      *----------------------------------------------------------------*
       4100-APURAR-SEMENTE SECTION.
      *----------------------------------------------------------------*
           IF WRK-SW-SEQ-INICIADO EQUAL 'N'
              OR WRK-HV-SEQ NOT EQUAL WRK-SEQ-ATUAL
              IF WRK-SW-SEQ-INICIADO EQUAL 'S'
                 PERFORM 4200-FECHAR-SEQUENCIAL
              END-IF
              PERFORM 4150-INICIAR-SEQUENCIAL
           END-IF

           IF WRK-SEQ-MAN-IDX EQUAL ZEROS
              ADD 1                    TO ACU-SEM-FORA-MANIFESTO
           ELSE
              PERFORM 4300-APURAR-SITUACAO
           END-IF

           PERFORM 4800-LER-CSR-SEM
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       4150-INICIAR-SEQUENCIAL SECTION.
      *----------------------------------------------------------------*
           MOVE 'S'                    TO WRK-SW-SEQ-INICIADO
           MOVE WRK-HV-SEQ             TO WRK-SEQ-ATUAL
           MOVE ZEROS                  TO WRK-SQ-AVALIADAS
                                          WRK-SQ-OK
                                          WRK-SQ-PENDENTES
                                          WRK-SQ-NAO-RECEBIDAS
                                          WRK-SQ-ATRASADAS
                                          WRK-SQ-CONTEUDO-ERRADO

           MOVE ZEROS                  TO WRK-SEQ-MAN-IDX
           PERFORM VARYING WRK-MAN-IDX FROM 1 BY 1
              UNTIL WRK-MAN-IDX GREATER WRK-MAN-QTDE
                 OR WRK-SEQ-MAN-IDX GREATER ZEROS
              IF WRK-MAN-SEQ(WRK-MAN-IDX) EQUAL WRK-HV-SEQ
                 MOVE WRK-MAN-IDX      TO WRK-SEQ-MAN-IDX
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       4150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    LINHA-RESUMO DO SEQUENCIAL: SEMENTES DE EMAIL DO MANIFESTO, *
      *    SEMENTES AVALIADAS (TODOS OS CANAIS) E CONTAGEM POR         *
      *    SITUACAO. QUALQUER NR/AT/CE MARCA O ARQUIVO COM FALHA.      *
      *----------------------------------------------------------------*
       4200-FECHAR-SEQUENCIAL SECTION.
      *----------------------------------------------------------------*
           IF WRK-SEQ-MAN-IDX GREATER ZEROS
              ADD 1                    TO ACU-SEQ-AVALIADOS

              MOVE WRK-MAN-QTD-SEMENTE(WRK-SEQ-MAN-IDX)
                                       TO WRK-MASK-SEQ1
              MOVE WRK-SQ-AVALIADAS    TO WRK-MASK-SEQ2
              MOVE WRK-SQ-OK           TO WRK-MASK-SEQ3
              MOVE WRK-SQ-PENDENTES    TO WRK-MASK-SEQ4
              MOVE WRK-SQ-NAO-RECEBIDAS TO WRK-MASK-SEQ5
              MOVE WRK-SQ-ATRASADAS    TO WRK-MASK-SEQ6
              MOVE WRK-SQ-CONTEUDO-ERRADO TO WRK-MASK-SEQ7

              MOVE 'RELSEM01'          TO WRK-ARQUIVO
              SET WRK-CN-WRITE          TO TRUE

              MOVE SPACES              TO WRK-LINHA-RELSEM
              STRING '>> SEQ ' WRK-SEQ-ATUAL ' '
                   WRK-MAN-NOME(WRK-SEQ-MAN-IDX)
                   ' MANIF:' WRK-MASK-SEQ1
                   ' AVAL:' WRK-MASK-SEQ2
                   ' OK:' WRK-MASK-SEQ3
                   ' PE:' WRK-MASK-SEQ4
                   ' NR:' WRK-MASK-SEQ5
                   ' AT:' WRK-MASK-SEQ6
                   ' CE:' WRK-MASK-SEQ7
                   DELIMITED BY SIZE INTO WRK-LINHA-RELSEM

              IF WRK-SQ-NAO-RECEBIDAS GREATER ZEROS
                 OR WRK-SQ-ATRASADAS GREATER ZEROS
                 OR WRK-SQ-CONTEUDO-ERRADO GREATER ZEROS
                 ADD 1                 TO ACU-SEQ-COM-FALHA
                 MOVE '** COM FALHA **'
                                       TO WRK-LINHA-RELSEM(115:15)
              END-IF

              WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

              IF NOT WRK-FS-RELSEM01-OK
                 MOVE WRK-FS-RELSEM01  TO WRK-FS-DISPLAY
                 MOVE 'S'              TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       4200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    SITUACAO DA SEMENTE (VER AREA DA APURACAO). A DATA LIMITE   *
      *    E CALCULADA EM DIAS CORRIDOS A PARTIR DE DT_ENVIO.          *
      *----------------------------------------------------------------*
       4300-APURAR-SITUACAO SECTION.
      *----------------------------------------------------------------*
           EVALUATE TRUE
              WHEN WRK-HV-SEM-CANAL-SMS
                 MOVE WRK-TOL-SMS      TO WRK-TOL-DIAS
              WHEN WRK-HV-SEM-CANAL-CARTA
                 MOVE WRK-TOL-CARTA    TO WRK-TOL-DIAS
              WHEN OTHER
                 MOVE WRK-TOL-EMAIL    TO WRK-TOL-DIAS
           END-EVALUATE

           COMPUTE WRK-DIAS-INT =
              FUNCTION INTEGER-OF-DATE(WRK-HV-DT-ENVIO)
              + WRK-TOL-DIAS
           MOVE FUNCTION DATE-OF-INTEGER(WRK-DIAS-INT)
                                       TO WRK-DATA-LIMITE

           ADD 1                       TO ACU-SEM-AVALIADAS
                                          WRK-SQ-AVALIADAS

           EVALUATE TRUE
              WHEN WRK-HV-DT-RECEB EQUAL ZEROS
                   AND WRK-DATA-EXECUCAO GREATER WRK-DATA-LIMITE
                 MOVE 'NR'             TO WRK-SITUACAO
                 ADD 1                 TO ACU-SEM-NAO-RECEBIDAS
                                          WRK-SQ-NAO-RECEBIDAS
              WHEN WRK-HV-DT-RECEB EQUAL ZEROS
                 MOVE 'PE'             TO WRK-SITUACAO
                 ADD 1                 TO ACU-SEM-PENDENTES
                                          WRK-SQ-PENDENTES
              WHEN WRK-HV-CONTEUDO-ERRADO
                 MOVE 'CE'             TO WRK-SITUACAO
                 ADD 1                 TO ACU-SEM-CONTEUDO-ERRADO
                                          WRK-SQ-CONTEUDO-ERRADO
              WHEN WRK-HV-DT-RECEB GREATER WRK-DATA-LIMITE
                 MOVE 'AT'             TO WRK-SITUACAO
                 ADD 1                 TO ACU-SEM-ATRASADAS
                                          WRK-SQ-ATRASADAS
              WHEN OTHER
                 MOVE 'OK'             TO WRK-SITUACAO
                 ADD 1                 TO ACU-SEM-OK
                                          WRK-SQ-OK
           END-EVALUATE

           IF WRK-SIT-APONTADA
              ADD 1                    TO ACU-SEM-APONTADAS
              PERFORM 4400-LISTAR-SEMENTE
           END-IF
           .
      *----------------------------------------------------------------*
       4300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       4400-LISTAR-SEMENTE SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-HV-SEQ             TO WRK-LSD-SEQ
           MOVE WRK-HV-SEM-CANAL       TO WRK-LSD-CANAL
           MOVE WRK-HV-SEM-CODIGO      TO WRK-LSD-SEMENTE
           MOVE WRK-HV-SEM-NOME        TO WRK-LSD-NOME
           MOVE WRK-HV-DT-ENVIO        TO WRK-LSD-DT-ENVIO
           MOVE WRK-DATA-LIMITE        TO WRK-LSD-DT-LIMITE
           MOVE WRK-HV-CONTEUDO        TO WRK-LSD-CONTEUDO
           MOVE WRK-SITUACAO           TO WRK-LSD-SITUACAO

           IF WRK-HV-DT-RECEB EQUAL ZEROS
              MOVE SPACES              TO WRK-LSD-DT-RECEB
           ELSE
              MOVE WRK-HV-DT-RECEB     TO WRK-LSD-DT-RECEB
           END-IF

           EVALUATE WRK-SITUACAO
              WHEN 'NR'
                 MOVE 'NAO RECEBIDA NO PRAZO'
                                       TO WRK-LSD-DESCRICAO
              WHEN 'CE'
                 MOVE 'RECEBIDA COM CONTEUDO ERRADO'
                                       TO WRK-LSD-DESCRICAO
              WHEN OTHER
                 MOVE 'RECEBIDA APOS A DATA LIMITE'
                                       TO WRK-LSD-DESCRICAO
           END-EVALUATE

           MOVE 'RELSEM01'             TO WRK-ARQUIVO
           SET WRK-CN-WRITE             TO TRUE

           WRITE FD-RELSEM01 FROM WRK-LINHA-SEM-DET

           IF NOT WRK-FS-RELSEM01-OK
              MOVE WRK-FS-RELSEM01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       4400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    FETCH DO CSR-SEM-ENVIO COM RETRY DE DEADLOCK/TIMEOUT, NOS   *
      *    MOLDES DE 3800-LER-CURSOR DO PSDC2EX1.                      *
      *----------------------------------------------------------------*
       4800-LER-CSR-SEM SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                TO WRK-RETRY-CONTADOR

           PERFORM 4850-FETCH-SEM-UNICO
              WITH TEST AFTER
              UNTIL (SQLCODE NOT EQUAL -911 AND SQLCODE NOT EQUAL -913)
                 OR WRK-RETRY-CONTADOR GREATER WRK-RETRY-MAX-TENTATIVAS

           MOVE SQLCODE               TO WRK-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE EQUAL +100
                    MOVE 'S'           TO WRK-FIM-CSR-SEM
               WHEN SQLCODE EQUAL ZEROS
                    ADD 1              TO ACU-SEM-LIDAS
               WHEN OTHER
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       4800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       4850-FETCH-SEM-UNICO SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
              FETCH CSR-SEM-ENVIO INTO
                      :WRK-HV-SEQ
                     ,:WRK-HV-SEM-CODIGO
                     ,:WRK-HV-SEM-CANAL
                     ,:WRK-HV-SEM-NOME
                     ,:WRK-HV-DT-ENVIO
                     ,:WRK-HV-DT-RECEB
                     ,:WRK-HV-CONTEUDO
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
       4850-99-FIM.
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
      *    TOTAIS DO RELSEM01: RECEBIMENTOS POR DESTINO, SEMENTES POR  *
      *    SITUACAO E SEQUENCIAIS COM FALHA. BALANCETES:               *
      *       LIDOS     = APLICADOS + NAO APLICADOS + ILEGIVEIS        *
      *       AVALIADAS = OK + PENDENTES + NR + AT + CE                *
      *----------------------------------------------------------------*
       9600-GERAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           MOVE 'RELSEM01'              TO WRK-ARQUIVO
           SET WRK-CN-WRITE              TO TRUE

           ADD ACU-REC-APLICADOS ACU-REC-NAO-APLICADOS
               ACU-REC-ILEGIVEIS
              GIVING WRK-ACU-TOTAL-REC

           ADD ACU-SEM-OK ACU-SEM-PENDENTES ACU-SEM-NAO-RECEBIDAS
               ACU-SEM-ATRASADAS ACU-SEM-CONTEUDO-ERRADO
              GIVING WRK-ACU-TOTAL-CONFERIDO

           IF ACU-LIDOS EQUAL WRK-ACU-TOTAL-REC
              AND ACU-SEM-AVALIADAS EQUAL WRK-ACU-TOTAL-CONFERIDO
              SET WRK-BALANCETE-CONFERE  TO TRUE
           ELSE
              SET WRK-BALANCETE-DIVERGENTE TO TRUE
           END-IF

           MOVE ALL '-'                  TO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE SPACES                   TO WRK-LINHA-RELSEM
           MOVE ACU-LIDOS                TO WRK-MASK
           STRING 'RECEBIMENTOS LIDOS (ARQREC01)...............: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE SPACES                   TO WRK-LINHA-RELSEM
           MOVE ACU-REC-APLICADOS        TO WRK-MASK
           STRING '   BAIXADOS EM SEMENTE_ENVIO................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE SPACES                   TO WRK-LINHA-RELSEM
           MOVE ACU-REC-NAO-APLICADOS    TO WRK-MASK
           STRING '   NAO APLICADOS............................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE SPACES                   TO WRK-LINHA-RELSEM
           MOVE ACU-REC-ILEGIVEIS        TO WRK-MASK
           STRING '   ILEGIVEIS................................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE SPACES                   TO WRK-LINHA-RELSEM
           MOVE ACU-SEM-LIDAS            TO WRK-MASK
           STRING 'SEMENTES ENVIADAS NA FAIXA DOS MANIFESTOS...: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE SPACES                   TO WRK-LINHA-RELSEM
           MOVE ACU-SEM-FORA-MANIFESTO   TO WRK-MASK
           STRING '   DE SEQUENCIAL FORA DOS MANIFESTOS........: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE SPACES                   TO WRK-LINHA-RELSEM
           MOVE ACU-SEM-AVALIADAS        TO WRK-MASK
           STRING 'SEMENTES AVALIADAS..........................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE SPACES                   TO WRK-LINHA-RELSEM
           MOVE ACU-SEM-OK               TO WRK-MASK
           STRING '   RECEBIDAS NO PRAZO (OK)..................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE SPACES                   TO WRK-LINHA-RELSEM
           MOVE ACU-SEM-PENDENTES        TO WRK-MASK
           STRING '   PENDENTES DENTRO DO PRAZO (PE)...........: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE SPACES                   TO WRK-LINHA-RELSEM
           MOVE ACU-SEM-NAO-RECEBIDAS    TO WRK-MASK
           STRING '   NAO RECEBIDAS (NR).......................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE SPACES                   TO WRK-LINHA-RELSEM
           MOVE ACU-SEM-ATRASADAS        TO WRK-MASK
           STRING '   RECEBIDAS COM ATRASO (AT)................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE SPACES                   TO WRK-LINHA-RELSEM
           MOVE ACU-SEM-CONTEUDO-ERRADO  TO WRK-MASK
           STRING '   CONTEUDO ERRADO (CE).....................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE SPACES                   TO WRK-LINHA-RELSEM
           MOVE ACU-SEQ-AVALIADOS        TO WRK-MASK
           STRING 'SEQUENCIAIS AVALIADOS.......................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE SPACES                   TO WRK-LINHA-RELSEM
           MOVE ACU-SEQ-COM-FALHA        TO WRK-MASK
           STRING '   COM FALHA DE ENTREGA.....................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE SPACES                   TO WRK-LINHA-RELSEM
           IF WRK-BALANCETE-CONFERE
              STRING 'SITUACAO DO BALANCETE.......: OK - CONFERE'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           ELSE
              STRING 'SITUACAO DO BALANCETE.......: ** DIVERGENTE **'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           END-IF
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           MOVE SPACES                   TO WRK-LINHA-RELSEM
           EVALUATE TRUE
              WHEN WRK-SW-ERRO-FATAL EQUAL 'S'
                 STRING '** ACOMPANHAMENTO CANCELADO - RELATORIO '
                      'INCOMPLETO **'
                      DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
              WHEN ACU-SEM-APONTADAS EQUAL ZEROS
                   AND ACU-REC-ILEGIVEIS EQUAL ZEROS
                 STRING 'NENHUMA FALHA DE ENTREGA NAS SEMENTES'
                      DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
              WHEN OTHER
                 STRING '** SEMENTES APONTADAS - VERIFICAR A ENTREGA '
                      'DOS ARQUIVOS JUNTO AO FORNECEDOR **'
                      DELIMITED BY SIZE INTO WRK-LINHA-RELSEM
           END-EVALUATE
           WRITE FD-RELSEM01 FROM WRK-LINHA-RELSEM

           SET WRK-CN-CLOSE               TO TRUE
           CLOSE RELSEM01

           IF NOT WRK-FS-RELSEM01-OK
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
      *    9800-GRAVAR-HISTORICO DO PSDC2EX1: LIDOS = RECEBIMENTOS     *
      *    LIDOS, GRAVADO = SEMENTES APONTADAS (NR + AT + CE).         *
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
           MOVE ACU-SEM-APONTADAS     TO ARQHIST01-ACU-GRAVADO
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

           IF WRK-SW-REC01-ABERTO EQUAL 'S'
              MOVE 'ARQREC01'          TO WRK-ARQUIVO
              SET WRK-CN-CLOSE          TO TRUE
              CLOSE ARQREC01
              IF NOT WRK-FS-REC01-OK
                 MOVE 'S'              TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           IF WRK-SW-CSR-SEM-ABERTO EQUAL 'S'
              EXEC SQL
                 CLOSE CSR-SEM-ENVIO
              END-EXEC
              IF SQLCODE NOT EQUAL 0
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

      *    BAIXAS JA APLICADAS FICAM GRAVADAS MESMO NO CANCELAMENTO -
      *    NA REEXECUCAO ELAS SAEM COMO NAO APLICADAS (JA RECEBIDAS).
           PERFORM 3920-COMMIT-SEMENTE

           IF WRK-SW-RELSEM-ABERTO EQUAL 'S'
              PERFORM 9600-GERAR-TOTAIS
           END-IF

           PERFORM 9800-GRAVAR-HISTORICO

      *    RETURN-CODE 4 = SEMENTE APONTADA OU RECEBIMENTO ILEGIVEL -
      *    A OPERACAO DEVE LER O RELSEM01 E ACIONAR O FORNECEDOR.
           EVALUATE TRUE
              WHEN WRK-SW-ERRO-FATAL EQUAL 'S'
                 MOVE 12               TO RETURN-CODE
              WHEN ACU-SEM-APONTADAS GREATER ZEROS
                OR ACU-REC-ILEGIVEIS GREATER ZEROS
                 DISPLAY '*****************************************'
                 DISPLAY '* SEMENTES APONTADAS - VER RELSEM01     *'
                 DISPLAY '* RETURN-CODE 4                         *'
                 DISPLAY '*****************************************'
                 MOVE 4                TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           DISPLAY '***************************************************'
           MOVE ACU-LIDOS              TO WRK-MASK
           DISPLAY '* QTDE RECEBIMENTOS LIDOS: ' WRK-MASK
                                                    '             *'
           MOVE ACU-SEM-APONTADAS      TO WRK-MASK
           DISPLAY '* QTDE SEMENTES APONTADAS: ' WRK-MASK
                                                    '             *'
           DISPLAY '*                                                 *'
           DISPLAY '* ' WRK-PROGRAMA
                             ' FIM NORMAL                             *'
           DISPLAY '***************************************************'

             STOP RUN.
      *----------------------------------------------------------------*
       9900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*

          END PROGRAM PSDC2SEM.
      *----------------------------------------------------------------*
