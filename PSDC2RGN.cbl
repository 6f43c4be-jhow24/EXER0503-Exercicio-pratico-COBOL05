      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. PSDC2RGN.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: PSDC2RGN
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 02/09/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   REGENERAR, PARA RETRANSMISSAO, UM ARQSAI01
      *                    JA LIBERADO, PELO SEU NUMERO SEQUENCIAL DE
      *                    ARQUIVO (CARTAO ARQPARM) - SEM RODAR DE NOVO
      *                    O PSDC2EX1 (QUE QUEIMARIA OUTRO SEQUENCIAL,
      *                    GRAVARIA HIST_CONTATO EM DOBRO E
      *                    SELECIONARIA OUTRA POPULACAO):
      *                    - A POPULACAO E A DO PROPRIO SEQUENCIAL EM
      *                      DB2PRD.HIST_CONTATO (SEM O GRUPO DE
      *                      CONTROLE, QUE NAO FOI ENVIADO), NA MESMA
      *                      ORDEM DE CCLUB DO ARQUIVO ORIGINAL, COM OS
      *                      DADOS DE CONTATO DE DB2PRD.INFO_PSSOA
      *                    - HEADER 'H' REMONTADO DA DATA DO CONTATO E
      *                      DA IMAGEM DO CARTAO DE FILTRO GRAVADAS EM
      *                      HIST_CONTATO, COM O MESMO SEQUENCIAL;
      *                      DETALHE NO LAYOUT DO PSDC2EX1
      *                    - A QTDE E O HASH DE CCLUB RECONSTRUIDOS TEM
      *                      QUE BATER COM A LINHA DO SEQUENCIAL NO
      *                      MANIFESTO ORIGINAL (ARQMAN01)
      *                    - ANTES DE REGRAVAR, CADA CLIENTE E
      *                      RECONFERIDO: OPT-OUT (OPT_OUT_CONTATO),
      *                      HARD BOUNCE, EMAIL VAZIO E CADASTRO
      *                      EXCLUIDO SAEM DO ARQUIVO E SAO LISTADOS
      *                      NO RELRGN01; O TRAILER DO ARQUIVO
      *                      REGENERADO TRAZ OS TOTAIS AJUSTADOS
      *                    - AS SEMENTES (MONITORES) DE EMAIL QUE O
      *                      PSDC2EX1 INCLUIU NO ARQUIVO (REGISTRADAS
      *                      EM DB2PRD.SEMENTE_ENVIO) ENTRAM NA
      *                      RECONSTRUCAO E SAO REGRAVADAS NO FINAL DO
      *                      ARQUIVO COM O EMAIL ATUAL DE
      *                      DB2PRD.SEMENTE_CONTATO; SEMENTE DESATIVADA
      *                      SAI E E LISTADA NO RELRGN01
      *                    - MANIFESTO DE REENVIO (ARQMAN02, MESMO
      *                      LAYOUT DO ARQMAN01) SO QUANDO A
      *                      RECONSTRUCAO CONFERE COM O ORIGINAL
      *                    NAO GRAVA NADA NO DB2 (O REENVIO NAO E UM
      *                      CONTATO NOVO) E NAO QUEIMA SEQUENCIAL.
      *                    RETURN-CODE 4 = HOUVE CLIENTE OU SEMENTE
      *                    RETIRADA
      *                    (TOTAIS DIFERENTES DO ORIGINAL); 8 =
      *                    RECONSTRUCAO DIVERGENTE DO MANIFESTO, SEM
      *                    MANIFESTO DE REENVIO; 12 = CANCELAMENTO.
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                                   *
      *      ARQMAN01                                                  *
      *      ARQSAI01                                                  *
      *      ARQMAN02                                                  *
      *      RELRGN01                                                  *
      *      ARQHIST01                                                 *
      *      HIST_CONTATO                                              *
      *      INFO_PSSOA                              CADUB069          *
      *      OPT_OUT_CONTATO                                           *
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
           SELECT ARQSAI01 ASSIGN       TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.
      *
           SELECT ARQMAN02 ASSIGN       TO UT-S-ARQMAN02
                      FILE STATUS      IS WRK-FS-ARQMAN02.
      *
           SELECT RELRGN01 ASSIGN       TO UT-S-RELRGN01
                      FILE STATUS      IS WRK-FS-RELRGN01.
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
      *   INPUT:      CARTAO COM O SEQUENCIAL A REGENERAR              *
      *               ORG. SEQUENCIAL   -   LRECL = 010               *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQPARM              PIC X(010).

      *----------------------------------------------------------------*
      *   INPUT:      MANIFESTO DE LIBERACAO ORIGINAL DO SEQUENCIAL    *
      *               (GRAVADO PELO PSDC2EX1 NA NOITE DO ENVIO)        *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQMAN01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQMAN01             PIC X(080).

      *----------------------------------------------------------------*
      *   OUTPUT:     ARQUIVO REGENERADO - MESMO LAYOUT DO ARQSAI01    *
      *               DO PSDC2EX1 (HEADER, DETALHE, TRAILER)           *
      *               ORG. SEQUENCIAL   -   LRECL = 173               *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(173).

      *----------------------------------------------------------------*
      *   OUTPUT:     MANIFESTO DE REENVIO - MESMO LAYOUT DO ARQMAN01, *
      *               1 LINHA 'D' COM OS TOTAIS AJUSTADOS; E O SINAL   *
      *               DE "PODE TRANSMITIR" DO JOB DE TRANSFERENCIA     *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQMAN02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQMAN02             PIC X(080).

      *----------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DA REGENERACAO - CLIENTES RETIRADOS    *
      *               NA RECONFERENCIA E TOTAIS AJUSTADOS              *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  RELRGN01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-RELRGN01             PIC X(132).

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
             'PSDC2RGN - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'PSDC2RGN'.
       77 WRK-MASK                PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-MASK2               PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-MASK-HASH           PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-MASK-HASH2          PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
      *    SQLCODE "DE ENCERRAMENTO" GRAVADO NO ARQHIST01 (MESMA
      *    CONVENCAO DO PSDC2EX1/PSDC2EX2).
       77 WRK-SQLCODE             PIC  -99999.
       77 WRK-FIM-CSR-RGN         PIC  X(001) VALUE 'N'.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS           PIC  9(009) COMP-3 VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01  PIC  9(009) VALUE ZEROS.
           03 ACU-RETIRADOS-OPT   PIC  9(009) VALUE ZEROS.
           03 ACU-RETIRADOS-BOUNCE PIC 9(009) VALUE ZEROS.
           03 ACU-RETIRADOS-EMAIL PIC  9(009) VALUE ZEROS.
           03 ACU-RETIRADOS-CADASTRO PIC 9(009) VALUE ZEROS.
           03 WRK-ACU-TOTAL-RETIRADO PIC 9(009) VALUE ZEROS.
           03 WRK-ACU-TOTAL-CONFERIDO PIC 9(009) VALUE ZEROS.
      *    SEMENTES DE EMAIL DO SEQUENCIAL (SEMENTE_ENVIO) - LIDAS =
      *    REGRAVADAS + RETIRADAS
           03 ACU-SEMENTE-LIDA    PIC  9(009) VALUE ZEROS.
           03 ACU-SEMENTE-GRAVADA PIC  9(009) VALUE ZEROS.
           03 ACU-SEMENTE-RETIRADA PIC 9(009) VALUE ZEROS.
           03 WRK-ACU-TOTAL-RECONST PIC 9(009) VALUE ZEROS.
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
             88 WRK-FS-PARM-EOF                  VALUE '10'.
             88 WRK-FS-PARM-NAO-ACHOU            VALUE '35'.

          05 WRK-FS-ARQMAN01         PIC  X(002) VALUE SPACES.
             88 WRK-FS-MAN01-OK                  VALUE '00'.
             88 WRK-FS-MAN01-EOF                 VALUE '10'.

          05 WRK-FS-ARQSAI01         PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK                  VALUE '00'.

          05 WRK-FS-ARQMAN02         PIC  X(002) VALUE SPACES.
             88 WRK-FS-MAN02-OK                  VALUE '00'.

          05 WRK-FS-RELRGN01         PIC  X(002) VALUE SPACES.
             88 WRK-FS-RELRGN01-OK               VALUE '00'.

          05 WRK-FS-ARQHIST01        PIC  X(002) VALUE SPACES.
             88 WRK-FS-HIST01-OK                 VALUE '00'.

          05 WRK-FS-DISPLAY          PIC  X(002) VALUE SPACES.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DE RETRY DO DB2'.
      *----------------------------------------------------------------*
      *    RETRY DE DEADLOCK/TIMEOUT DO DB2 (SQLCODE -911/-913) NO     *
      *    FETCH, NOS MESMOS MOLDES DO PSDC2EX1. O PROGRAMA SO LE O    *
      *    DB2, ENTAO NAO HA COMMIT PERIODICO.                         *
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
       77 WRK-SW-CSR-ABERTO          PIC  X(001) VALUE 'N'.
       77 WRK-SW-SAI01-ABERTO        PIC  X(001) VALUE 'N'.
       77 WRK-SW-RELRGN-ABERTO       PIC  X(001) VALUE 'N'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO CARTAO DE PARAMETROS DA REGENERACAO'.
      *----------------------------------------------------------------*
      *    CARTAO OBRIGATORIO (DD ARQPARM):                            *
      *       COL 1-6 = NUMERO SEQUENCIAL DO ARQSAI01 A REGENERAR      *
      *                 (O MESMO DO HEADER/TRAILER E DO ARQMAN01)      *
      *    CARTAO AUSENTE, VAZIO, NAO NUMERICO OU ZERADO CANCELA - NAO *
      *    HA DEFAULT SENSATO PARA "QUAL ARQUIVO REENVIAR".            *
      *----------------------------------------------------------------*
       01 WRK-REG-PARM.
          05 WRK-PARM-SEQ            PIC  X(006).
          05 WRK-PARM-SEQ-R REDEFINES WRK-PARM-SEQ
                                     PIC  9(006).
          05 FILLER                  PIC  X(004).
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO MANIFESTO ORIGINAL (ARQMAN01)'.
      *----------------------------------------------------------------*
      *    LAYOUT DO MANIFESTO DE LIBERACAO DO PSDC2EX1 (VER           *
      *    9850-GRAVAR-MANIFESTO NAQUELE PROGRAMA): HEADER 'H', UMA    *
      *    LINHA 'D' POR ARQSAI01 (NOME, SEQUENCIAL, QTDE DE           *
      *    REGISTROS E HASH DE CCLUB DO TRAILER) E TRAILER 'T'. O DD   *
      *    PODE TRAZER OS MANIFESTOS DE VARIAS NOITES CONCATENADOS -   *
      *    VALE A PRIMEIRA LINHA 'D' DO SEQUENCIAL DO CARTAO. A QTDE   *
      *    E O HASH INCLUEM AS SEMENTES; MANIFESTO ANTERIOR AS         *
      *    SEMENTES TRAZ A QTDE DE SEMENTES EM BRANCO (= ZERO). A QTDE *
      *    DE CANAL 'A' (POSICOES 67-73) E DO PSDC2FAT; NO ARQMAN02 VAI*
      *    A DO ARQUIVO REGENERADO (CANAL REFEITO EM 3900).            *
      *----------------------------------------------------------------*
       01 ARQMAN01-HEADER.
          03 ARQMAN01-HDR-TIPO       PIC  X(001).
          03 ARQMAN01-HDR-DATA       PIC  9(008).
          03 ARQMAN01-HDR-QTD-ARQ    PIC  9(003).
          03 FILLER                  PIC  X(068).

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
          03 ARQMAN01-DET-QTD-SEMENTE PIC 9(003).
          03 FILLER                  PIC  X(001).
          03 ARQMAN01-DET-QTD-SMS    PIC  9(007).
          03 FILLER                  PIC  X(007).

       01 ARQMAN01-TRAILER.
          03 ARQMAN01-TRL-TIPO       PIC  X(001).
          03 ARQMAN01-TRL-QTD-ARQ    PIC  9(003).
          03 FILLER                  PIC  X(076).

       77 WRK-SW-MAN-ACHOU           PIC  X(001) VALUE 'N'.
          88 WRK-MAN-ACHOU                       VALUE 'S'.
       77 WRK-MAN-NOME               PIC  X(020) VALUE SPACES.
       77 WRK-MAN-QTD-REG            PIC  9(007) VALUE ZEROS.
       77 WRK-MAN-SOMA-CCLUB         PIC  9(015) VALUE ZEROS.
       77 WRK-MAN-QTD-SEMENTE        PIC  9(003) VALUE ZEROS.
       77 WRK-MAN-LEN-NOME           PIC  9(003) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO ARQSAI01 REGENERADO'.
      *----------------------------------------------------------------*
      *    HEADER/TRAILER E DETALHE NO MESMO DESENHO DO PSDC2EX1 (VER  *
      *    3050-CONTROLAR-ARQ-UF/3060-FECHAR-ARQ-UF NAQUELE PROGRAMA). *
      *    A IMAGEM DO CARTAO GRAVADA EM HIST_CONTATO E A DO CARTAO    *
      *    COMO DIGITADO (ANTES DOS DEFAULTS), ENTAO OS DEFAULTS DE    *
      *    1055-DEFAULT-PARAMETROS/2010-PREPARAR-FILTRO DO PSDC2EX1    *
      *    SAO REAPLICADOS AQUI PARA O HEADER SAIR IGUAL AO ORIGINAL.  *
      *    NO MODO REGIAO O CAMPO DE UF DO CARTAO E A REGIAO; A UF DO  *
      *    HEADER E A DO ARQUIVO, QUE O PSDC2EX1 POS COMO SUFIXO DO    *
      *    NOME (".UF") - LIDA DO NOME NO MANIFESTO.                   *
      *----------------------------------------------------------------*
       01 WRK-REG-FILTRO.
          05 WRK-FIL-UF              PIC  X(002).
          05 WRK-FIL-TPO-PSSOA       PIC  X(001).
          05 WRK-FIL-SEXO            PIC  X(001).
          05 WRK-FIL-STATUS          PIC  X(001).
          05 WRK-FIL-MODO-UF         PIC  X(001).
             88 WRK-FIL-MODO-ESTADO       VALUE 'U'.
             88 WRK-FIL-MODO-REGIAO       VALUE 'R'.
          05 WRK-FIL-MODO-EXTRACAO   PIC  X(001).
             88 WRK-FIL-EXTRACAO-VALIDA   VALUE 'F' 'I' 'A'.
          05 FILLER                  PIC  X(003).

       77 WRK-HDR-UF                 PIC  X(002) VALUE SPACES.

       01 WRK-CABEC.
           05 WRL-CABEC-ARQSAI01  PIC  X(036) VALUE
              'COD;NOME;EMAIL;TELEFONE;DTNASC;CANAL'.

       01 ARQSAI01-HEADER.
          03 ARQSAI01-HDR-TIPO       PIC  X(001).
          03 ARQSAI01-HDR-DATA       PIC  9(008).
          03 ARQSAI01-HDR-FILTRO.
             05 ARQSAI01-HDR-MODO    PIC  X(001).
             05 ARQSAI01-HDR-UF      PIC  X(002).
             05 ARQSAI01-HDR-TPO     PIC  X(001).
             05 ARQSAI01-HDR-SEXO    PIC  X(001).
             05 ARQSAI01-HDR-STATUS  PIC  9(001).
             05 ARQSAI01-HDR-EXTR    PIC  X(001).
          03 ARQSAI01-HDR-SEQ        PIC  9(006).
          03 ARQSAI01-HDR-CAMPANHA   PIC  X(008).
          03 FILLER                  PIC  X(143).

       01 ARQSAI01-TRAILER.
          03 ARQSAI01-TRL-TIPO       PIC  X(001).
          03 ARQSAI01-TRL-QTD-REG    PIC  9(007).
          03 ARQSAI01-TRL-SOMA-CCLUB PIC  9(015).
          03 ARQSAI01-TRL-SEQ        PIC  9(006).
          03 FILLER                  PIC  X(144).

       01 ARQSAI01-REGISTRO.
          03 ARQSAI01-COD-CLI        PIC 9.999.999.999.
          03 ARQSAI01-NOME           PIC X(70).
          03 ARQSAI01-EMAIL          PIC X(70).
          03 ARQSAI01-TELEFONE       PIC X(11).
          03 ARQSAI01-DT-NASCTO      PIC 9(8).
          03 ARQSAI01-CANAL          PIC X(01).
             88 ARQSAI01-CANAL-EMAIL      VALUE 'E'.
             88 ARQSAI01-CANAL-EMAIL-SMS  VALUE 'A'.

      *    TOTAIS: RECONSTRUIDO = TODA LINHA DO SEQUENCIAL EM
      *    HIST_CONTATO MAIS AS SEMENTES DE EMAIL DO SEQUENCIAL EM
      *    SEMENTE_ENVIO (CONFERE COM O MANIFESTO ORIGINAL); GRAVADO =
      *    O QUE FICOU NO ARQUIVO APOS A RECONFERENCIA (VAI NO TRAILER
      *    E NO MANIFESTO DE REENVIO, COM A QTDE DE CANAL 'A')
       77 WRK-RGN-SOMA-HIST          PIC  9(015) VALUE ZEROS.
       77 WRK-RGN-QTD-REG            PIC  9(007) VALUE ZEROS.
       77 WRK-RGN-QTD-SMS            PIC  9(007) VALUE ZEROS.
       77 WRK-RGN-SOMA-CCLUB         PIC  9(015) VALUE ZEROS.
       77 WRK-SW-RECONSTRUCAO        PIC  X(001) VALUE 'N'.
          88 WRK-RECONSTRUCAO-CONFERE            VALUE 'S'.
          88 WRK-RECONSTRUCAO-DIVERGE            VALUE 'N'.
       77 WRK-SW-MANIFESTO-GRAVADO   PIC  X(001) VALUE 'N'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DA RECONFERENCIA DO CLIENTE'.
      *----------------------------------------------------------------*
      *    MOTIVOS DE RETIRADA (MESMOS CODIGOS DO ARQREJ01 DO          *
      *    PSDC2EX1 ONDE EXISTEM):                                     *
      *       OP = OPT-OUT EM DB2PRD.OPT_OUT_CONTATO (CCLUB OU EMAIL)  *
      *       HB = EMAIL MARCADO COMO HARD BOUNCE (CIND_BOUNCE = 'H')  *
      *       EV = EMAIL VAZIO NO CADASTRO                             *
      *       NC = CCLUB NAO CONSTA MAIS EM DB2PRD.INFO_PSSOA          *
      *       SR = SEMENTE DESATIVADA, SEM EMAIL OU EXCLUIDA DE        *
      *            DB2PRD.SEMENTE_CONTATO                              *
      *----------------------------------------------------------------*
       77 WRK-MOTIVO-RETIRADA        PIC  X(002) VALUE SPACES.
          88 WRK-CLIENTE-MANTIDO                 VALUE SPACES.
       77 WRK-SQL-EXISTE             PIC S9(004) COMP VALUE ZEROS.

      *    REGRAS DO CANAL 'A' (EMAIL+SMS) DE 3200-VALIDAR-TELEFONE DO
      *    PSDC2EX1: 11 DIGITOS NUMERICOS, NAO TUDO ZEROS, DDD DO PLANO
      *    DA ANATEL E NONO DIGITO '9'. TELEFONE INVALIDO SO REBAIXA O
      *    CANAL PARA 'E', COMO NO ARQUIVO ORIGINAL.
       01 WRK-AREA-VALIDA-TELEFONE.
          05 WRK-TELEFONE-OK         PIC  X(001) VALUE 'S'.
             88 TELEFONE-VALIDO                  VALUE 'S'.
             88 TELEFONE-INVALIDO                VALUE 'N'.
          05 WRK-TEL-DDD             PIC  9(002) VALUE ZEROS.
             88 WRK-TEL-DDD-VALIDO   VALUES 11 THRU 19, 21, 22, 24,
                                            27, 28, 31 THRU 35,
                                            37, 38, 41 THRU 49,
                                            51, 53 THRU 55,
                                            61 THRU 69, 71,
                                            73 THRU 75, 77, 79,
                                            81 THRU 89, 91 THRU 99.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO RELATORIO DA REGENERACAO (RELRGN01)'.
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
       01 WRK-LINHA-RELRGN            PIC X(132).
      *
       01 WRK-LINHA-RETIRADO.
          05 FILLER                   PIC X(002) VALUE SPACES.
          05 WRK-RET-CCLUB            PIC 9.999.999.999.
          05 FILLER                   PIC X(002) VALUE SPACES.
          05 WRK-RET-MOTIVO           PIC X(002).
          05 FILLER                   PIC X(002) VALUE SPACES.
          05 WRK-RET-NOME             PIC X(050).
          05 FILLER                   PIC X(001) VALUE SPACES.
          05 WRK-RET-EMAIL            PIC X(060).
      *
       77 WRK-SW-BALANCETE            PIC X(001) VALUE 'N'.
          88 WRK-BALANCETE-CONFERE              VALUE 'S'.
          88 WRK-BALANCETE-DIVERGENTE           VALUE 'N'.

      **** AREA ARQUIVO DE HISTORICO DE EXECUCOES (AUDITORIA) -
      **** MESMO LAYOUT DO ARQHIST01 DO PSDC2EX1; LIDOS = LINHAS DO
      **** SEQUENCIAL EM HIST_CONTATO, GRAVADO = REGISTROS REGENERADOS

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

      *    DB2PRD.INFO_PSSOA                                           *
           EXEC SQL
              INCLUDE CADUB069
           END-EXEC.

      *    LINHA DE DB2PRD.HIST_CONTATO DO SEQUENCIAL (VER             *
      *    3940-GRAVAR-HIST-CONTATO DO PSDC2EX1) E O QUE VEM DO        *
      *    CADASTRO NO LEFT JOIN - INDICADOR NEGATIVO EM               *
      *    WRK-IND-CADASTRO = CCLUB SEM LINHA EM INFO_PSSOA            *
       01 WRK-HOST-RGN.
          05 WRK-HV-SEQ            PIC 9(06).
          05 WRK-HV-DT-CONTATO     PIC 9(08).
          05 WRK-HV-FILTRO         PIC X(10).
          05 WRK-HV-CAMPANHA       PIC X(08).
          05 WRK-HV-CCLUB-CAD      PIC 9(10).
          05 WRK-HV-CIND-BOUNCE    PIC X(01).
             88 WRK-HV-HARD-BOUNCE        VALUE 'H'.
          05 WRK-IND-CADASTRO      PIC S9(04) COMP.
          05 WRK-IND-NOME          PIC S9(04) COMP.
          05 WRK-IND-EMAIL         PIC S9(04) COMP.
          05 WRK-IND-TEL           PIC S9(04) COMP.
          05 WRK-IND-DNASC         PIC S9(04) COMP.
          05 WRK-IND-UF            PIC S9(04) COMP.
          05 WRK-IND-BOUNCE        PIC S9(04) COMP.

      *    CLIENTES ENVIADOS NO SEQUENCIAL (SEM O GRUPO DE CONTROLE),  *
      *    NA ORDEM DE CCLUB EM QUE O CSR-B069 DO PSDC2EX1 OS GRAVOU   *
      *    (UM ARQSAI01 E SEMPRE DE UMA UNICA UF).                     *
           EXEC SQL DECLARE CSR-RGN-HIST CURSOR FOR
               SELECT H.CCLUB, H.DT_CONTATO, H.FILTRO, H.CCAMPANHA,
                      I.CCLUB, I.IPSSOA_COPLT, I.EEMAIL_PSSOA,
                      I.NTEL_PSSOA, I.DNASC_PSSOA, I.CSGL_UF,
                      I.CIND_BOUNCE
                 FROM DB2PRD.HIST_CONTATO H
                 LEFT OUTER JOIN DB2PRD.INFO_PSSOA I
                   ON I.CCLUB = H.CCLUB
                WHERE H.NUM_SEQ_ARQ   = :WRK-HV-SEQ
                  AND H.CIND_CONTROLE <> 'S'
                ORDER BY H.CCLUB
           END-EXEC.

      *    SEMENTES DE EMAIL INCLUIDAS PELO PSDC2EX1 NO SEQUENCIAL     *
      *    (3080-INCLUIR-SEMENTES NAQUELE PROGRAMA), NA MESMA ORDEM,   *
      *    COM O CONTATO ATUAL DA SEMENTE - INDICADOR NEGATIVO =       *
      *    SEMENTE EXCLUIDA DE SEMENTE_CONTATO                         *
       01 WRK-HOST-RGN-SEM.
          05 WRK-HV-SEM-CODIGO     PIC 9(10).
          05 WRK-HV-SEM-NOME       PIC X(70).
          05 WRK-HV-SEM-EMAIL      PIC X(70).
          05 WRK-HV-SEM-ATIVO      PIC X(01).
             88 WRK-HV-SEM-EM-USO         VALUE 'S'.
          05 WRK-IND-SEM-NOME      PIC S9(04) COMP.
          05 WRK-IND-SEM-EMAIL     PIC S9(04) COMP.
          05 WRK-IND-SEM-ATIVO     PIC S9(04) COMP.
       77 WRK-FIM-CSR-SEM          PIC X(01) VALUE 'N'.
       77 WRK-SW-CSR-SEM-ABERTO    PIC X(01) VALUE 'N'.

           EXEC SQL DECLARE CSR-RGN-SEM CURSOR FOR
               SELECT E.CSEMENTE, S.ISEMENTE, S.EEMAIL_SEMENTE,
                      S.CIND_ATIVO
                 FROM DB2PRD.SEMENTE_ENVIO E
                 LEFT OUTER JOIN DB2PRD.SEMENTE_CONTATO S
                   ON S.CSEMENTE = E.CSEMENTE
                  AND S.CCANAL   = E.CCANAL
                WHERE E.NUM_SEQ_ARQ = :WRK-HV-SEQ
                  AND E.CCANAL      = 'E'
                ORDER BY E.CSEMENTE
           END-EXEC.

      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
              'PSDC2RGN - FIM DA AREA DE WORKING'.
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
           PERFORM 3000-PROCESSAR UNTIL WRK-FIM-CSR-RGN EQUAL 'S'
      *
           PERFORM 3500-INCLUIR-SEMENTES
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
      *    ROTINA DE INICIALIZACAO: LE O CARTAO E A LINHA DO           *
      *    SEQUENCIAL NO MANIFESTO ORIGINAL, ABRE O RELATORIO, O       *
      *    CURSOR E O ARQSAI01 E GRAVA O HEADER.                       *
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

           PERFORM 1100-LER-MANIFESTO

           DISPLAY '***************************************************'
           DISPLAY '* REGENERACAO DE ARQSAI01 (PSDC2RGN)              *'
           DISPLAY '* SEQUENCIAL............: ' WRK-HV-SEQ
           DISPLAY '* ARQUIVO ORIGINAL......: ' WRK-MAN-NOME
           DISPLAY '* REGISTROS / HASH......: ' WRK-MAN-QTD-REG
                   ' / ' WRK-MAN-SOMA-CCLUB
           DISPLAY '***************************************************'

           MOVE 'RELRGN01'             TO WRK-ARQUIVO
           SET WRK-CN-OPEN              TO TRUE

           OPEN OUTPUT RELRGN01

           IF NOT WRK-FS-RELRGN01-OK
              MOVE WRK-FS-RELRGN01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'S'                    TO WRK-SW-RELRGN-ABERTO
           SET WRK-CN-WRITE             TO TRUE

           MOVE SPACES                 TO WRK-LINHA-RELRGN
           STRING 'REGENERACAO DE ARQSAI01 PARA RETRANSMISSAO - '
                WRK-PROGRAMA
                DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
           WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN

           MOVE SPACES                 TO WRK-LINHA-RELRGN
           STRING 'DATA DA EXECUCAO....: ' WRK-DATA-EXEC-EDIT
                DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
           WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN

           MOVE SPACES                 TO WRK-LINHA-RELRGN
           STRING 'SEQUENCIAL..........: ' WRK-HV-SEQ
                '   ARQUIVO ORIGINAL: ' WRK-MAN-NOME
                DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
           WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN

           MOVE 'HISTCONT'             TO WRK-TABELA

           EXEC SQL
              OPEN CSR-RGN-HIST
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'S'                    TO WRK-SW-CSR-ABERTO

           PERFORM 3800-LER-CSR-RGN

      *    SEQUENCIAL SEM NENHUMA LINHA EM HIST_CONTATO: NUNCA FOI
      *    LIBERADO, FOI SIMULACAO OU JA FOI EXPURGADO (PSDC2PRG) -
      *    NAO HA DE ONDE RECONSTRUIR O ARQUIVO
           IF WRK-FIM-CSR-RGN EQUAL 'S'
              DISPLAY '************************************************'
              DISPLAY '*   SEQUENCIAL ' WRK-HV-SEQ
                      ' SEM CONTATO EM HIST_CONTATO'
              DISPLAY '*   (EXPURGADO OU NUNCA LIBERADO)              *'
              DISPLAY '************************************************'
              MOVE SPACES              TO WRK-LINHA-RELRGN
              STRING '** SEQUENCIAL SEM CONTATO EM HIST_CONTATO '
                   '(EXPURGADO OU NUNCA LIBERADO) **'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
              WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1300-GRAVAR-HEADER

           MOVE ALL '-'                TO WRK-LINHA-RELRGN
           WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN

           MOVE SPACES                 TO WRK-LINHA-RELRGN
           STRING 'RETIRADOS NA RECONFERENCIA (OP = OPT-OUT, '
                'HB = HARD BOUNCE, EV = EMAIL VAZIO, '
                'NC = SEM CADASTRO, SR = SEMENTE RETIRADA):'
                DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
           WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DO CARTAO DE PARAMETROS - DD ARQPARM      *
      *    (VER AREA DO CARTAO). SEM SEQUENCIAL VALIDO, CANCELA.       *
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

              IF NOT WRK-FS-PARM-OK AND NOT WRK-FS-PARM-EOF
                 MOVE WRK-FS-ARQPARM       TO WRK-FS-DISPLAY
                 MOVE 'S'                  TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              SET WRK-CN-CLOSE             TO TRUE
              CLOSE ARQPARM
           ELSE
              IF NOT WRK-FS-PARM-NAO-ACHOU
                 MOVE WRK-FS-ARQPARM       TO WRK-FS-DISPLAY
                 MOVE 'S'                  TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           IF WRK-PARM-SEQ NOT NUMERIC
              OR WRK-PARM-SEQ-R EQUAL ZEROS
              DISPLAY '* CARTAO ARQPARM SEM SEQUENCIAL VALIDO '
                      '(COL 1-6): "' WRK-PARM-SEQ '"'
              MOVE 'S'                     TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-PARM-SEQ-R             TO WRK-HV-SEQ
           .
      *----------------------------------------------------------------*
       1050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    PROCURA A LINHA 'D' DO SEQUENCIAL NO MANIFESTO ORIGINAL     *
      *    (NOME DO ARQUIVO, QTDE DE REGISTROS E HASH DE CCLUB). SEM   *
      *    ELA NAO HA PROVA DE QUE O SEQUENCIAL FOI LIBERADO NEM COM O *
      *    QUE CONFERIR A RECONSTRUCAO - CANCELA.                      *
      *----------------------------------------------------------------*
       1100-LER-MANIFESTO SECTION.
      *----------------------------------------------------------------*
           MOVE 'ARQMAN01'               TO WRK-ARQUIVO
           SET WRK-CN-OPEN                TO TRUE

           OPEN INPUT ARQMAN01

           IF NOT WRK-FS-MAN01-OK
              MOVE WRK-FS-ARQMAN01       TO WRK-FS-DISPLAY
              MOVE 'S'                   TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1110-LER-REG-MANIFESTO
              UNTIL WRK-FS-MAN01-EOF OR WRK-MAN-ACHOU

           SET WRK-CN-CLOSE               TO TRUE
           CLOSE ARQMAN01

           IF NOT WRK-FS-MAN01-OK
              MOVE WRK-FS-ARQMAN01       TO WRK-FS-DISPLAY
              MOVE 'S'                   TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF NOT WRK-MAN-ACHOU
              DISPLAY '* SEQUENCIAL ' WRK-HV-SEQ
                      ' NAO CONSTA NO MANIFESTO ARQMAN01 INFORMADO'
              MOVE 'S'                   TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       1110-LER-REG-MANIFESTO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE

           READ ARQMAN01 INTO ARQMAN01-DETALHE

           EVALUATE TRUE
              WHEN WRK-FS-MAN01-EOF
                 CONTINUE
              WHEN NOT WRK-FS-MAN01-OK
                 MOVE WRK-FS-ARQMAN01    TO WRK-FS-DISPLAY
                 MOVE 'S'                TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
              WHEN ARQMAN01-DET-TIPO EQUAL 'D'
                   AND ARQMAN01-DET-SEQ EQUAL WRK-HV-SEQ
                 MOVE 'S'                TO WRK-SW-MAN-ACHOU
                 MOVE ARQMAN01-DET-NOME  TO WRK-MAN-NOME
                 MOVE ARQMAN01-DET-QTD-REG
                                         TO WRK-MAN-QTD-REG
                 MOVE ARQMAN01-DET-SOMA  TO WRK-MAN-SOMA-CCLUB
                 IF ARQMAN01-DET-QTD-SEMENTE NUMERIC
                    MOVE ARQMAN01-DET-QTD-SEMENTE
                                         TO WRK-MAN-QTD-SEMENTE
                 ELSE
                    MOVE ZEROS           TO WRK-MAN-QTD-SEMENTE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       1110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    ABRE O ARQSAI01 E GRAVA O HEADER 'H' E A LINHA DE TITULOS   *
      *    COMO O 3050-CONTROLAR-ARQ-UF DO PSDC2EX1: DATA DO CONTATO,  *
      *    FILTRO DO CARTAO ORIGINAL (COM OS DEFAULTS REAPLICADOS - VER*
      *    AREA DO ARQSAI01 REGENERADO) E O MESMO SEQUENCIAL.          *
      *----------------------------------------------------------------*
       1300-GRAVAR-HEADER SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-HV-FILTRO             TO WRK-REG-FILTRO

           IF WRK-FIL-UF EQUAL SPACES
              AND NOT WRK-FIL-MODO-REGIAO
              MOVE 'BA'                   TO WRK-FIL-UF
              MOVE 'F'                    TO WRK-FIL-TPO-PSSOA
              MOVE 'F'                    TO WRK-FIL-SEXO
              MOVE '1'                    TO WRK-FIL-STATUS
              MOVE 'U'                    TO WRK-FIL-MODO-UF
              MOVE 'F'                    TO WRK-FIL-MODO-EXTRACAO
           END-IF

           IF NOT WRK-FIL-MODO-ESTADO AND NOT WRK-FIL-MODO-REGIAO
              MOVE 'U'                    TO WRK-FIL-MODO-UF
           END-IF

           IF NOT WRK-FIL-EXTRACAO-VALIDA
              MOVE 'F'                    TO WRK-FIL-MODO-EXTRACAO
           END-IF

           IF WRK-FIL-MODO-REGIAO
              COMPUTE WRK-MAN-LEN-NOME =
                 FUNCTION LENGTH(FUNCTION TRIM(WRK-MAN-NOME TRAILING))
              IF WRK-MAN-LEN-NOME GREATER 2
                 MOVE WRK-MAN-NOME(WRK-MAN-LEN-NOME - 1:2)
                                          TO WRK-HDR-UF
              ELSE
                 MOVE CSGL-UF             TO WRK-HDR-UF
              END-IF
           ELSE
              MOVE WRK-FIL-UF             TO WRK-HDR-UF
           END-IF

           MOVE 'ARQSAI01'                TO WRK-ARQUIVO
           SET WRK-CN-OPEN                 TO TRUE

           OPEN OUTPUT ARQSAI01

           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01        TO WRK-FS-DISPLAY
              MOVE 'S'                    TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'S'                       TO WRK-SW-SAI01-ABERTO
           SET WRK-CN-WRITE                TO TRUE

           MOVE SPACES                    TO ARQSAI01-HEADER
           MOVE 'H'                       TO ARQSAI01-HDR-TIPO
           MOVE WRK-HV-DT-CONTATO         TO ARQSAI01-HDR-DATA
           MOVE WRK-FIL-MODO-UF           TO ARQSAI01-HDR-MODO
           MOVE WRK-HDR-UF                TO ARQSAI01-HDR-UF
           MOVE WRK-FIL-TPO-PSSOA         TO ARQSAI01-HDR-TPO
           MOVE WRK-FIL-SEXO              TO ARQSAI01-HDR-SEXO
           MOVE WRK-FIL-STATUS            TO ARQSAI01-HDR-STATUS
           MOVE WRK-FIL-MODO-EXTRACAO     TO ARQSAI01-HDR-EXTR
           MOVE WRK-HV-SEQ                TO ARQSAI01-HDR-SEQ
           MOVE WRK-HV-CAMPANHA           TO ARQSAI01-HDR-CAMPANHA

           WRITE FD-ARQSAI01 FROM ARQSAI01-HEADER

           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01        TO WRK-FS-DISPLAY
              MOVE 'S'                    TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQSAI01 FROM WRK-CABEC

           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01        TO WRK-FS-DISPLAY
              MOVE 'S'                    TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE SPACES                    TO WRK-LINHA-RELRGN
           STRING 'DATA DO CONTATO.....: ' WRK-HV-DT-CONTATO
                '   FILTRO ORIGINAL: ' WRK-HV-FILTRO
                '   UF DO ARQUIVO: ' WRK-HDR-UF
                '   CAMPANHA: ' WRK-HV-CAMPANHA
                DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
           WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN
           .
      *----------------------------------------------------------------*
       1300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *        ROTINA DE PROCESSAMENTO PRINCIPAL - 1 CONTATO DO        *
      *        SEQUENCIAL POR PASSAGEM: SOMA NA RECONSTRUCAO,          *
      *        RECONFERE E REGRAVA OU LISTA COMO RETIRADO.             *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           ADD CCLUB                   TO WRK-RGN-SOMA-HIST

           PERFORM 3100-RECONFERIR

           IF WRK-CLIENTE-MANTIDO
              PERFORM 3900-GRAVAR-ARQSAI01
           ELSE
              PERFORM 3950-LISTAR-RETIRADO
           END-IF

           PERFORM 3800-LER-CSR-RGN
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    RECONFERENCIA ANTES DO REENVIO (VER MOTIVOS NA AREA DA      *
      *    RECONFERENCIA). O OPT-OUT VEM PRIMEIRO, COMO NO PSDC2EX1,   *
      *    PARA QUEM TAMBEM TEM BOUNCE SAIR COMO 'OP' (EVIDENCIA DE    *
      *    COMPLIANCE).                                                *
      *----------------------------------------------------------------*
       3100-RECONFERIR SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-MOTIVO-RETIRADA

           IF WRK-IND-CADASTRO LESS ZEROS
              MOVE 'NC'                TO WRK-MOTIVO-RETIRADA
              ADD 1                    TO ACU-RETIRADOS-CADASTRO
           ELSE
              PERFORM 3120-VALIDAR-OPTOUT
           END-IF

           IF WRK-CLIENTE-MANTIDO
              AND WRK-HV-HARD-BOUNCE
              MOVE 'HB'                TO WRK-MOTIVO-RETIRADA
              ADD 1                    TO ACU-RETIRADOS-BOUNCE
           END-IF

           IF WRK-CLIENTE-MANTIDO
              AND (EEMAIL-PSSOA EQUAL SPACES
                   OR EEMAIL-PSSOA EQUAL LOW-VALUES)
              MOVE 'EV'                TO WRK-MOTIVO-RETIRADA
              ADD 1                    TO ACU-RETIRADOS-EMAIL
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    SUPRESSAO LGPD - MESMO CRITERIO DE 3120-VALIDAR-OPTOUT DO   *
      *    PSDC2EX1: PEDIDO PELO CCLUB OU PELO EMAIL ATUAL DO CADASTRO.*
      *----------------------------------------------------------------*
       3120-VALIDAR-OPTOUT SECTION.
      *----------------------------------------------------------------*
           MOVE 'OPTOUTCON'           TO WRK-TABELA

           EXEC SQL
              SELECT 1
                INTO :WRK-SQL-EXISTE
                FROM SYSIBM.SYSDUMMY1
               WHERE EXISTS
                     (SELECT 1
                        FROM DB2PRD.OPT_OUT_CONTATO O1
                       WHERE O1.CCLUB = :CADUB069.CCLUB
                          OR O1.EEMAIL_PSSOA =
                             :CADUB069.EEMAIL-PSSOA)
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL ZEROS
                 MOVE 'OP'            TO WRK-MOTIVO-RETIRADA
                 ADD 1                TO ACU-RETIRADOS-OPT
              WHEN SQLCODE EQUAL +100
                 CONTINUE
              WHEN OTHER
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    VALIDACAO DO TELEFONE CELULAR PARA O CANAL 'A' - MESMAS     *
      *    REGRAS DE 3200-VALIDAR-TELEFONE DO PSDC2EX1.                *
      *----------------------------------------------------------------*
       3200-VALIDAR-TELEFONE SECTION.
      *----------------------------------------------------------------*
           SET TELEFONE-VALIDO           TO TRUE
           MOVE ZEROS                    TO WRK-TEL-DDD

           EVALUATE TRUE
              WHEN NTEL-PSSOA NOT NUMERIC
                 SET TELEFONE-INVALIDO   TO TRUE
              WHEN NTEL-PSSOA EQUAL '00000000000'
                 SET TELEFONE-INVALIDO   TO TRUE
              WHEN NTEL-PSSOA(3:1) NOT EQUAL '9'
                 SET TELEFONE-INVALIDO   TO TRUE
              WHEN OTHER
                 MOVE NTEL-PSSOA(1:2)    TO WRK-TEL-DDD
                 IF NOT WRK-TEL-DDD-VALIDO
                    SET TELEFONE-INVALIDO TO TRUE
                 END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    SEMENTES DE EMAIL DO SEQUENCIAL, DEPOIS DOS CLIENTES, COMO  *
      *    NO ARQUIVO ORIGINAL (O PSDC2EX1 AS GRAVA ANTES DO TRAILER). *
      *    SEQUENCIAL GERADO ANTES DAS SEMENTES NAO TEM LINHA EM       *
      *    SEMENTE_ENVIO E O CURSOR VEM VAZIO.                         *
      *----------------------------------------------------------------*
       3500-INCLUIR-SEMENTES SECTION.
      *----------------------------------------------------------------*
           MOVE 'SEMENVIO'             TO WRK-TABELA
           MOVE 'N'                    TO WRK-FIM-CSR-SEM

           EXEC SQL
              OPEN CSR-RGN-SEM
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'S'                    TO WRK-SW-CSR-SEM-ABERTO

           PERFORM 3860-LER-CSR-SEM

           PERFORM 3550-PROCESSAR-SEMENTE
              UNTIL WRK-FIM-CSR-SEM EQUAL 'S'

           EXEC SQL
              CLOSE CSR-RGN-SEM
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'N'                    TO WRK-SW-CSR-SEM-ABERTO
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    1 SEMENTE POR PASSAGEM: SOMA NA RECONSTRUCAO E REGRAVA COM  *
      *    O EMAIL ATUAL OU LISTA COMO RETIRADA (MOTIVO SR).           *
      *----------------------------------------------------------------*
       3550-PROCESSAR-SEMENTE SECTION.
      *----------------------------------------------------------------*
           ADD WRK-HV-SEM-CODIGO       TO WRK-RGN-SOMA-HIST

           IF WRK-IND-SEM-ATIVO NOT LESS ZEROS
              AND WRK-HV-SEM-EM-USO
              AND WRK-HV-SEM-EMAIL NOT EQUAL SPACES
              PERFORM 3560-GRAVAR-SEMENTE
           ELSE
              ADD 1                    TO ACU-SEMENTE-RETIRADA

              MOVE WRK-HV-SEM-CODIGO   TO WRK-RET-CCLUB
              MOVE 'SR'                TO WRK-RET-MOTIVO
              MOVE WRK-HV-SEM-NOME     TO WRK-RET-NOME
              MOVE WRK-HV-SEM-EMAIL    TO WRK-RET-EMAIL

              MOVE 'RELRGN01'          TO WRK-ARQUIVO
              SET WRK-CN-WRITE          TO TRUE

              WRITE FD-RELRGN01 FROM WRK-LINHA-RETIRADO

              IF NOT WRK-FS-RELRGN01-OK
                 MOVE WRK-FS-RELRGN01  TO WRK-FS-DISPLAY
                 MOVE 'S'              TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           PERFORM 3860-LER-CSR-SEM
           .
      *----------------------------------------------------------------*
       3550-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    REGRAVA A SEMENTE COMO O PSDC2EX1 (CANAL 'E', SEM TELEFONE  *
      *    NEM NASCIMENTO) E SOMA NOS TOTAIS DO TRAILER - NAO NOS      *
      *    CLIENTES REGENERADOS (ACU-GRAVA-ARQSAI01).                  *
      *----------------------------------------------------------------*
       3560-GRAVAR-SEMENTE SECTION.
      *----------------------------------------------------------------*
           INITIALIZE                  ARQSAI01-REGISTRO

           MOVE WRK-HV-SEM-CODIGO      TO ARQSAI01-COD-CLI
           MOVE WRK-HV-SEM-NOME        TO ARQSAI01-NOME
           MOVE WRK-HV-SEM-EMAIL       TO ARQSAI01-EMAIL
           MOVE ZEROS                  TO ARQSAI01-DT-NASCTO
           SET ARQSAI01-CANAL-EMAIL     TO TRUE

           MOVE 'ARQSAI01'             TO WRK-ARQUIVO
           SET WRK-CN-WRITE             TO TRUE

           WRITE FD-ARQSAI01 FROM ARQSAI01-REGISTRO

           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                       TO ACU-SEMENTE-GRAVADA
                                          WRK-RGN-QTD-REG
           ADD WRK-HV-SEM-CODIGO       TO WRK-RGN-SOMA-CCLUB
           .
      *----------------------------------------------------------------*
       3560-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    FETCH DO CSR-RGN-HIST COM RETRY DE DEADLOCK/TIMEOUT, NOS    *
      *    MOLDES DE 3800-LER-CURSOR DO PSDC2EX1.                      *
      *----------------------------------------------------------------*
       3800-LER-CSR-RGN SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                TO WRK-RETRY-CONTADOR

           PERFORM 3850-FETCH-RGN-UNICO
              WITH TEST AFTER
              UNTIL (SQLCODE NOT EQUAL -911 AND SQLCODE NOT EQUAL -913)
                 OR WRK-RETRY-CONTADOR GREATER WRK-RETRY-MAX-TENTATIVAS

           MOVE SQLCODE               TO WRK-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE EQUAL +100
                    MOVE 'S'           TO WRK-FIM-CSR-RGN
               WHEN SQLCODE EQUAL ZEROS
                    ADD 1              TO ACU-LIDOS
               WHEN OTHER
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    COLUNA NULA NAO E MOVIDA PELO FETCH - A AREA E LIMPA ANTES  *
      *    PARA NAO HERDAR O CADASTRO DO CLIENTE ANTERIOR.             *
      *----------------------------------------------------------------*
       3850-FETCH-RGN-UNICO SECTION.
      *----------------------------------------------------------------*
           INITIALIZE                   CADUB069
           MOVE SPACES                 TO WRK-HV-CIND-BOUNCE

           EXEC SQL
              FETCH CSR-RGN-HIST INTO
                      :CADUB069.CCLUB
                     ,:WRK-HV-DT-CONTATO
                     ,:WRK-HV-FILTRO
                     ,:WRK-HV-CAMPANHA
                     ,:WRK-HV-CCLUB-CAD :WRK-IND-CADASTRO
                     ,:CADUB069.IPSSOA-COPLT :WRK-IND-NOME
                     ,:CADUB069.EEMAIL-PSSOA :WRK-IND-EMAIL
                     ,:CADUB069.NTEL-PSSOA :WRK-IND-TEL
                     ,:CADUB069.DNASC-PSSOA :WRK-IND-DNASC
                     ,:CADUB069.CSGL-UF :WRK-IND-UF
                     ,:WRK-HV-CIND-BOUNCE :WRK-IND-BOUNCE
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
       3850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    FETCH DO CSR-RGN-SEM COM O MESMO RETRY DE 3800-LER-CSR-RGN. *
      *----------------------------------------------------------------*
       3860-LER-CSR-SEM SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                TO WRK-RETRY-CONTADOR

           PERFORM 3870-FETCH-SEM-UNICO
              WITH TEST AFTER
              UNTIL (SQLCODE NOT EQUAL -911 AND SQLCODE NOT EQUAL -913)
                 OR WRK-RETRY-CONTADOR GREATER WRK-RETRY-MAX-TENTATIVAS

           EVALUATE TRUE
               WHEN SQLCODE EQUAL +100
                    MOVE 'S'           TO WRK-FIM-CSR-SEM
               WHEN SQLCODE EQUAL ZEROS
                    ADD 1              TO ACU-SEMENTE-LIDA
               WHEN OTHER
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3860-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    COLUNA NULA NAO E MOVIDA PELO FETCH - A AREA E LIMPA ANTES  *
      *    PARA NAO HERDAR O CONTATO DA SEMENTE ANTERIOR.              *
      *----------------------------------------------------------------*
       3870-FETCH-SEM-UNICO SECTION.
      *----------------------------------------------------------------*
           INITIALIZE                   WRK-HOST-RGN-SEM

           EXEC SQL
              FETCH CSR-RGN-SEM INTO
                      :WRK-HV-SEM-CODIGO
                     ,:WRK-HV-SEM-NOME :WRK-IND-SEM-NOME
                     ,:WRK-HV-SEM-EMAIL :WRK-IND-SEM-EMAIL
                     ,:WRK-HV-SEM-ATIVO :WRK-IND-SEM-ATIVO
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
       3870-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    REGRAVA O CLIENTE NO LAYOUT DE DETALHE DO PSDC2EX1 COM O    *
      *    CADASTRO ATUAL (CANAL 'A' SO COM CELULAR VALIDO) E SOMA NOS *
      *    TOTAIS DO TRAILER.                                          *
      *----------------------------------------------------------------*
       3900-GRAVAR-ARQSAI01 SECTION.
      *----------------------------------------------------------------*
           INITIALIZE                  ARQSAI01-REGISTRO

           MOVE CCLUB                  TO ARQSAI01-COD-CLI
           MOVE IPSSOA-COPLT           TO ARQSAI01-NOME
           MOVE EEMAIL-PSSOA           TO ARQSAI01-EMAIL
           MOVE NTEL-PSSOA             TO ARQSAI01-TELEFONE
           MOVE DNASC-PSSOA            TO ARQSAI01-DT-NASCTO

           IF NTEL-PSSOA EQUAL SPACES
              OR NTEL-PSSOA EQUAL LOW-VALUES
              SET ARQSAI01-CANAL-EMAIL     TO TRUE
           ELSE
              PERFORM 3200-VALIDAR-TELEFONE
              IF TELEFONE-VALIDO
                 SET ARQSAI01-CANAL-EMAIL-SMS TO TRUE
              ELSE
                 SET ARQSAI01-CANAL-EMAIL     TO TRUE
              END-IF
           END-IF

           MOVE 'ARQSAI01'             TO WRK-ARQUIVO
           SET WRK-CN-WRITE             TO TRUE

           WRITE FD-ARQSAI01 FROM ARQSAI01-REGISTRO

           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                       TO ACU-GRAVA-ARQSAI01
                                          WRK-RGN-QTD-REG
           ADD CCLUB                   TO WRK-RGN-SOMA-CCLUB
           IF ARQSAI01-CANAL-EMAIL-SMS
              ADD 1                    TO WRK-RGN-QTD-SMS
           END-IF
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    LISTA NO RELRGN01 O CLIENTE RETIRADO NA RECONFERENCIA.      *
      *----------------------------------------------------------------*
       3950-LISTAR-RETIRADO SECTION.
      *----------------------------------------------------------------*
           MOVE CCLUB                  TO WRK-RET-CCLUB
           MOVE WRK-MOTIVO-RETIRADA    TO WRK-RET-MOTIVO
           MOVE IPSSOA-COPLT           TO WRK-RET-NOME
           MOVE EEMAIL-PSSOA           TO WRK-RET-EMAIL

           MOVE 'RELRGN01'             TO WRK-ARQUIVO
           SET WRK-CN-WRITE             TO TRUE

           WRITE FD-RELRGN01 FROM WRK-LINHA-RETIRADO

           IF NOT WRK-FS-RELRGN01-OK
              MOVE WRK-FS-RELRGN01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3950-99-FIM.
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
      *    FECHA O ARQSAI01 REGENERADO GRAVANDO ANTES O TRAILER 'T'    *
      *    COM OS TOTAIS AJUSTADOS (SO O QUE FICOU NO ARQUIVO) E O     *
      *    MESMO SEQUENCIAL. EM CANCELAMENTO O TRAILER NAO E GRAVADO - *
      *    COMO NO PSDC2EX1, ARQUIVO SEM TRAILER E RECUSADO PELA CARGA *
      *    DO FORNECEDOR.                                              *
      *----------------------------------------------------------------*
       9500-FECHAR-ARQSAI01 SECTION.
      *----------------------------------------------------------------*
           MOVE 'ARQSAI01'              TO WRK-ARQUIVO

           IF WRK-SW-ERRO-FATAL EQUAL 'N'
              SET WRK-CN-WRITE           TO TRUE

              MOVE SPACES               TO ARQSAI01-TRAILER
              MOVE 'T'                  TO ARQSAI01-TRL-TIPO
              MOVE WRK-RGN-QTD-REG      TO ARQSAI01-TRL-QTD-REG
              MOVE WRK-RGN-SOMA-CCLUB   TO ARQSAI01-TRL-SOMA-CCLUB
              MOVE WRK-HV-SEQ           TO ARQSAI01-TRL-SEQ

              WRITE FD-ARQSAI01 FROM ARQSAI01-TRAILER

              IF NOT WRK-FS-SAI01-OK
                 MOVE WRK-FS-ARQSAI01   TO WRK-FS-DISPLAY
                 MOVE 'S'               TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           SET WRK-CN-CLOSE              TO TRUE
           CLOSE ARQSAI01

           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01      TO WRK-FS-DISPLAY
              MOVE 'S'                  TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       9500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    TOTAIS DO RELRGN01:                                         *
      *    - RECONSTRUCAO X MANIFESTO ORIGINAL: QTDE E HASH DE CCLUB   *
      *      DAS LINHAS DO SEQUENCIAL EM HIST_CONTATO TEM QUE SER OS   *
      *      DA LINHA DO ARQMAN01 (SENAO O ARQUIVO NAO E O MESMO);     *
      *    - RETIRADOS POR MOTIVO E TOTAIS AJUSTADOS DO TRAILER;       *
      *    - BALANCETE: RECONSTRUIDOS = REGRAVADOS + RETIRADOS, PARA   *
      *      CLIENTES E PARA SEMENTES.                                 *
      *----------------------------------------------------------------*
       9600-GERAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           MOVE 'RELRGN01'              TO WRK-ARQUIVO
           SET WRK-CN-WRITE              TO TRUE

           ADD ACU-RETIRADOS-OPT ACU-RETIRADOS-BOUNCE
               ACU-RETIRADOS-EMAIL ACU-RETIRADOS-CADASTRO
              GIVING WRK-ACU-TOTAL-RETIRADO
           ADD ACU-GRAVA-ARQSAI01 WRK-ACU-TOTAL-RETIRADO
              GIVING WRK-ACU-TOTAL-CONFERIDO

           IF ACU-LIDOS EQUAL WRK-ACU-TOTAL-CONFERIDO
              AND ACU-SEMENTE-LIDA EQUAL
                  ACU-SEMENTE-GRAVADA + ACU-SEMENTE-RETIRADA
              SET WRK-BALANCETE-CONFERE  TO TRUE
           ELSE
              SET WRK-BALANCETE-DIVERGENTE TO TRUE
           END-IF

           IF WRK-ACU-TOTAL-RETIRADO EQUAL ZEROS
              AND ACU-SEMENTE-RETIRADA EQUAL ZEROS
              AND WRK-SW-ERRO-FATAL EQUAL 'N'
              MOVE SPACES               TO WRK-LINHA-RELRGN
              STRING '  NENHUM - ARQUIVO REGENERADO COM TODOS OS '
                   'CLIENTES E SEMENTES DO ORIGINAL'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
              WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN
           END-IF

           MOVE ALL '-'                  TO WRK-LINHA-RELRGN
           WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN

           MOVE SPACES                   TO WRK-LINHA-RELRGN
           MOVE WRK-MAN-QTD-REG          TO WRK-MASK
           MOVE WRK-MAN-SOMA-CCLUB       TO WRK-MASK-HASH
           STRING 'MANIFESTO ORIGINAL  - REGISTROS / HASH CCLUB: '
                WRK-MASK ' / ' WRK-MASK-HASH
                DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
           WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN

           MOVE SPACES                   TO WRK-LINHA-RELRGN
           MOVE WRK-MAN-QTD-SEMENTE      TO WRK-MASK
           STRING '   DOS QUAIS SEMENTES.......................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
           WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN

           MOVE SPACES                   TO WRK-LINHA-RELRGN
           MOVE WRK-ACU-TOTAL-RECONST    TO WRK-MASK
           MOVE WRK-RGN-SOMA-HIST        TO WRK-MASK-HASH
           STRING 'RECONSTRUIDO (HIST) - REGISTROS / HASH CCLUB: '
                WRK-MASK ' / ' WRK-MASK-HASH
                DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
           WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN

           MOVE SPACES                   TO WRK-LINHA-RELRGN
           MOVE ACU-SEMENTE-LIDA         TO WRK-MASK
           STRING '   DOS QUAIS SEMENTES (SEMENTE_ENVIO).......: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
           WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN

           MOVE SPACES                   TO WRK-LINHA-RELRGN
           IF WRK-RECONSTRUCAO-CONFERE
              STRING 'SITUACAO DA RECONSTRUCAO....: OK - CONFERE'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
           ELSE
              STRING 'SITUACAO DA RECONSTRUCAO....: ** DIVERGENTE **'
                   ' - SEM MANIFESTO DE REENVIO'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
           END-IF
           WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN

           MOVE ALL '-'                  TO WRK-LINHA-RELRGN
           WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN

           MOVE SPACES                   TO WRK-LINHA-RELRGN
           MOVE ACU-RETIRADOS-OPT        TO WRK-MASK
           STRING 'RETIRADOS - OPT-OUT (MOT OP)................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
           WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN

           MOVE SPACES                   TO WRK-LINHA-RELRGN
           MOVE ACU-RETIRADOS-BOUNCE     TO WRK-MASK
           STRING 'RETIRADOS - HARD BOUNCE (MOT HB)............: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
           WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN

           MOVE SPACES                   TO WRK-LINHA-RELRGN
           MOVE ACU-RETIRADOS-EMAIL      TO WRK-MASK
           STRING 'RETIRADOS - EMAIL VAZIO (MOT EV)............: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
           WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN

           MOVE SPACES                   TO WRK-LINHA-RELRGN
           MOVE ACU-RETIRADOS-CADASTRO   TO WRK-MASK
           STRING 'RETIRADOS - SEM CADASTRO (MOT NC)...........: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
           WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN

           MOVE SPACES                   TO WRK-LINHA-RELRGN
           MOVE ACU-SEMENTE-RETIRADA     TO WRK-MASK
           STRING 'RETIRADOS - SEMENTE (MOT SR)................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
           WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN

           MOVE SPACES                   TO WRK-LINHA-RELRGN
           MOVE ACU-SEMENTE-GRAVADA      TO WRK-MASK
           STRING 'SEMENTES REGRAVADAS.........................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
           WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN

           MOVE SPACES                   TO WRK-LINHA-RELRGN
           MOVE WRK-RGN-QTD-REG          TO WRK-MASK
           MOVE WRK-RGN-SOMA-CCLUB       TO WRK-MASK-HASH
           STRING 'REGENERADO (TRAILER) - REGISTROS / HASH.....: '
                WRK-MASK ' / ' WRK-MASK-HASH
                DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
           WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN

           MOVE SPACES                   TO WRK-LINHA-RELRGN
           IF WRK-BALANCETE-CONFERE
              STRING 'SITUACAO DO BALANCETE.......: OK - CONFERE'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
           ELSE
              STRING 'SITUACAO DO BALANCETE.......: ** DIVERGENTE **'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
           END-IF
           WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN

           MOVE SPACES                   TO WRK-LINHA-RELRGN
           EVALUATE TRUE
              WHEN WRK-SW-ERRO-FATAL EQUAL 'S'
                 STRING 'MANIFESTO DE REENVIO........: NAO GRAVADO - '
                      'EXECUCAO CANCELADA, ARQUIVO SEM TRAILER'
                      DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
              WHEN WRK-SW-MANIFESTO-GRAVADO EQUAL 'S'
                 STRING 'MANIFESTO DE REENVIO........: GRAVADO '
                      '(ARQMAN02) - LIBERADO PARA RETRANSMISSAO'
                      DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
              WHEN OTHER
                 STRING 'MANIFESTO DE REENVIO........: NAO GRAVADO - '
                      'ARQUIVO RETIDO'
                      DELIMITED BY SIZE INTO WRK-LINHA-RELRGN
           END-EVALUATE
           WRITE FD-RELRGN01 FROM WRK-LINHA-RELRGN

           SET WRK-CN-CLOSE               TO TRUE
           CLOSE RELRGN01

           IF NOT WRK-FS-RELRGN01-OK
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
      *    9800-GRAVAR-HISTORICO DO PSDC2EX1: LIDOS = LINHAS DO        *
      *    SEQUENCIAL EM HIST_CONTATO, GRAVADO = REGISTROS REGENERADOS.*
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
           MOVE WRK-HDR-UF            TO ARQHIST01-UF
           MOVE ACU-LIDOS             TO ARQHIST01-ACU-LIDOS
           MOVE ACU-GRAVA-ARQSAI01    TO ARQHIST01-ACU-GRAVADO
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
      *----------------------------------------------------------------
      *    MANIFESTO DE REENVIO (ARQMAN02) NO LAYOUT DO ARQMAN01: O    *
      *    NOME ORIGINAL DO ARQUIVO, O MESMO SEQUENCIAL E OS TOTAIS    *
      *    AJUSTADOS DO TRAILER - E COM ELE QUE O JOB DE TRANSFERENCIA *
      *    LIBERA O REENVIO E QUE O PSDC2ACK CONFERE A CONFIRMACAO DO  *
      *    FORNECEDOR.                                                 *
      *----------------------------------------------------------------*
       9850-GRAVAR-MANIFESTO SECTION.
      *----------------------------------------------------------------*
           MOVE 'ARQMAN02'            TO WRK-ARQUIVO
           SET WRK-CN-OPEN             TO TRUE

           OPEN OUTPUT ARQMAN02

           IF NOT WRK-FS-MAN02-OK
              MOVE WRK-FS-ARQMAN02    TO WRK-FS-DISPLAY
              MOVE 'S'                TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-WRITE            TO TRUE

           MOVE SPACES                TO ARQMAN01-HEADER
           MOVE 'H'                   TO ARQMAN01-HDR-TIPO
           MOVE WRK-DATA-EXECUCAO     TO ARQMAN01-HDR-DATA
           MOVE 1                     TO ARQMAN01-HDR-QTD-ARQ

           WRITE FD-ARQMAN02 FROM ARQMAN01-HEADER

           IF NOT WRK-FS-MAN02-OK
              MOVE WRK-FS-ARQMAN02    TO WRK-FS-DISPLAY
              MOVE 'S'                TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE SPACES                TO ARQMAN01-DETALHE
           MOVE 'D'                   TO ARQMAN01-DET-TIPO
           MOVE WRK-MAN-NOME          TO ARQMAN01-DET-NOME
           MOVE WRK-HV-SEQ            TO ARQMAN01-DET-SEQ
           MOVE WRK-RGN-QTD-REG       TO ARQMAN01-DET-QTD-REG
           MOVE WRK-RGN-SOMA-CCLUB    TO ARQMAN01-DET-SOMA
           MOVE WRK-HV-CAMPANHA       TO ARQMAN01-DET-CAMPANHA
           MOVE ACU-SEMENTE-GRAVADA   TO ARQMAN01-DET-QTD-SEMENTE
           MOVE WRK-RGN-QTD-SMS       TO ARQMAN01-DET-QTD-SMS

           WRITE FD-ARQMAN02 FROM ARQMAN01-DETALHE

           IF NOT WRK-FS-MAN02-OK
              MOVE WRK-FS-ARQMAN02    TO WRK-FS-DISPLAY
              MOVE 'S'                TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE SPACES                TO ARQMAN01-TRAILER
           MOVE 'T'                   TO ARQMAN01-TRL-TIPO
           MOVE 1                     TO ARQMAN01-TRL-QTD-ARQ

           WRITE FD-ARQMAN02 FROM ARQMAN01-TRAILER

           IF NOT WRK-FS-MAN02-OK
              MOVE WRK-FS-ARQMAN02    TO WRK-FS-DISPLAY
              MOVE 'S'                TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE            TO TRUE
           CLOSE ARQMAN02

           IF NOT WRK-FS-MAN02-OK
              MOVE WRK-FS-ARQMAN02    TO WRK-FS-DISPLAY
              MOVE 'S'                TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'S'                   TO WRK-SW-MANIFESTO-GRAVADO

           DISPLAY '* MANIFESTO DE REENVIO GRAVADO - SEQUENCIAL '
                   WRK-HV-SEQ
           .
      *----------------------------------------------------------------*
       9850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       9900-FINALIZAR SECTION.
      *----------------------------------------------------------------*
      *    GUARDA DE REENTRANCIA (VER 9100-ERROS-ARQUIVOS).            *
           MOVE 'S'         TO WRK-SW-FINALIZANDO

           IF WRK-SW-CSR-ABERTO EQUAL 'S'
              EXEC SQL
                 CLOSE CSR-RGN-HIST
              END-EXEC
              IF SQLCODE NOT EQUAL 0
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           IF WRK-SW-CSR-SEM-ABERTO EQUAL 'S'
              EXEC SQL
                 CLOSE CSR-RGN-SEM
              END-EXEC
              IF SQLCODE NOT EQUAL 0
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           IF WRK-SW-SAI01-ABERTO EQUAL 'S'
              PERFORM 9500-FECHAR-ARQSAI01
           END-IF

      *    PORTAO DE TRANSMISSAO, COMO NO PSDC2EX1: O MANIFESTO DE
      *    REENVIO SO SAI SEM ERRO FATAL, COM A RECONSTRUCAO
      *    CONFERINDO COM O MANIFESTO ORIGINAL E COM ALGUM CLIENTE
      *    AINDA A ENVIAR (SO SEMENTE NAO JUSTIFICA O REENVIO). FORA
      *    ISSO O ARQUIVO FICA RETIDO.
           ADD ACU-LIDOS ACU-SEMENTE-LIDA
              GIVING WRK-ACU-TOTAL-RECONST

           IF WRK-ACU-TOTAL-RECONST EQUAL WRK-MAN-QTD-REG
              AND WRK-RGN-SOMA-HIST EQUAL WRK-MAN-SOMA-CCLUB
              SET WRK-RECONSTRUCAO-CONFERE TO TRUE
           ELSE
              SET WRK-RECONSTRUCAO-DIVERGE TO TRUE
           END-IF

           IF WRK-SW-ERRO-FATAL EQUAL 'N'
              AND WRK-RECONSTRUCAO-CONFERE
              AND ACU-GRAVA-ARQSAI01 GREATER ZEROS
              PERFORM 9850-GRAVAR-MANIFESTO
           END-IF

           IF WRK-SW-RELRGN-ABERTO EQUAL 'S'
              PERFORM 9600-GERAR-TOTAIS
           END-IF

           PERFORM 9800-GRAVAR-HISTORICO

      *    RETURN-CODE 4 = REENVIO LIBERADO MAS COM CLIENTE OU SEMENTE
      *    RETIRADA (A CONFIRMACAO DO FORNECEDOR VIRA COM OS TOTAIS
      *    AJUSTADOS, NAO OS DO ORIGINAL); 8 = ARQUIVO RETIDO SEM
      *    MANIFESTO; 12 = CANCELAMENTO.
           EVALUATE TRUE
              WHEN WRK-SW-ERRO-FATAL EQUAL 'S'
                 MOVE 12               TO RETURN-CODE
              WHEN WRK-SW-MANIFESTO-GRAVADO EQUAL 'N'
                 DISPLAY '*****************************************'
                 DISPLAY '* RECONSTRUCAO DIVERGENTE DO MANIFESTO  *'
                 DISPLAY '* OU SEM CLIENTE A ENVIAR - ARQUIVO     *'
                 DISPLAY '* RETIDO, SEM MANIFESTO DE REENVIO      *'
                 DISPLAY '* VER RELRGN01 - RETURN-CODE 8          *'
                 DISPLAY '*****************************************'
                 MOVE 8                TO RETURN-CODE
              WHEN ACU-GRAVA-ARQSAI01 LESS ACU-LIDOS
                OR ACU-SEMENTE-RETIRADA GREATER ZEROS
                 DISPLAY '*****************************************'
                 DISPLAY '* ATENCAO - CLIENTES/SEMENTES RETIRADOS *'
                 DISPLAY '* NA RECONFERENCIA - TOTAIS AJUSTADOS   *'
                 DISPLAY '* VER RELRGN01 - RETURN-CODE 4          *'
                 DISPLAY '*****************************************'
                 MOVE 4                TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           DISPLAY '***************************************************'
           MOVE ACU-GRAVA-ARQSAI01     TO WRK-MASK
           DISPLAY '* QTDE REGISTROS REGENERADOS: ' WRK-MASK
                                                    '         *'
           DISPLAY '*                                                 *'
           DISPLAY '* ' WRK-PROGRAMA
                             ' FIM NORMAL                             *'
           DISPLAY '***************************************************'

             STOP RUN.
      *----------------------------------------------------------------*
       9900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*

          END PROGRAM PSDC2RGN.
      *----------------------------------------------------------------*
