      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. PSDC2DOS.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: PSDC2DOS
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 02/09/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   DOSSIE DO TITULAR (LGPD ART. 18 - PEDIDO DE
      *                    ACESSO): LE A LISTA DE PEDIDOS DO SAC
      *                    (ARQDOS01 - PROTOCOLO, CCLUB E/OU EMAIL) E
      *                    EMITE NO RELDOS01 UM DOSSIE POR PESSOA COM
      *                    TUDO O QUE O SISTEMA GUARDA E FEZ COM ELA:
      *                    OS CAMPOS DO CADUB069 EM DB2PRD.INFO_PSSOA
      *                    E O ESTADO DE BOUNCE (CIND_BOUNCE,
      *                    QTD_BOUNCE, DT_ULT_BOUNCE), CADA CONTATO DE
      *                    DB2PRD.HIST_CONTATO (DATA, FILTRO E
      *                    SEQUENCIAL DO ARQUIVO), CADA EVENTO DE
      *                    DB2PRD.RESP_CAMPANHA, A SITUACAO ATUAL EM
      *                    DB2PRD.OPT_OUT_CONTATO (DATA E ORIGEM DO
      *                    PEDIDO) E AS PENDENCIAS DE CORRECAO EM
      *                    ABERTO NA FILA DO PSDC2REJ (ARQPEN02).
      *                    SO LEITURA - NAO ALTERA NENHUMA TABELA.
      *                    SUBSTITUI AS CONSULTAS AVULSAS NO SPUFI
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQDOS01 (PEDIDOS DE ACESSO DO SAC)                       *
      *      ARQPEN02 (FILA DE PENDENCIAS DO PSDC2REJ)                 *
      *      RELDOS01                                                  *
      *      ARQHIST01                                                 *
      *      INFO_PSSOA                              CADUB069          *
      *      HIST_CONTATO                                              *
      *      RESP_CAMPANHA                                             *
      *      OPT_OUT_CONTATO                                           *
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
           SELECT ARQDOS01 ASSIGN       TO UT-S-ARQDOS01
                      FILE STATUS      IS WRK-FS-ARQDOS01.
      *
           SELECT ARQPEN02 ASSIGN       TO UT-S-ARQPEN02
                      FILE STATUS      IS WRK-FS-ARQPEN02.
      *
           SELECT RELDOS01 ASSIGN       TO UT-S-RELDOS01
                      FILE STATUS      IS WRK-FS-RELDOS01.
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
      *   INPUT:      PEDIDOS DE ACESSO DO TITULAR (LGPD) DIGITADOS    *
      *               PELO SAC - 1 LINHA POR PEDIDO                    *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQDOS01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQDOS01             PIC X(100).

      *----------------------------------------------------------------*
      *   INPUT:      FILA DE PENDENCIAS DE CORRECAO GRAVADA PELO      *
      *               PSDC2REJ NA ULTIMA RODADA (SO LEITURA AQUI)      *
      *               ORG. SEQUENCIAL   -   LRECL = 090               *
      *---------------------------------------------------------------*

       FD  ARQPEN02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQPEN02             PIC X(090).

      *----------------------------------------------------------------*
      *   OUTPUT:     DOSSIES DOS TITULARES (1 POR PESSOA), COM O      *
      *               BALANCETE DOS PEDIDOS NO RODAPE                  *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  RELDOS01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-RELDOS01             PIC X(132).

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
             'PSDC2DOS - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'PSDC2DOS'.
       77 WRK-MASK                PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-MASK2               PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-MASK3               PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-MASK4               PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-MASK5               PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
      *    SQLCODE "DE ENCERRAMENTO" GRAVADO NO ARQHIST01 (MESMA
      *    CONVENCAO DO PSDC2EX1/PSDC2EX2).
       77 WRK-SQLCODE             PIC  -99999.
       77 WRK-FIM-ARQDOS          PIC  X(001) VALUE 'N'.
       77 WRK-FIM-ARQPEN          PIC  X(001) VALUE 'N'.
       77 WRK-FIM-CSR-PSSOA       PIC  X(001) VALUE 'N'.
       77 WRK-FIM-CSR-HIST        PIC  X(001) VALUE 'N'.
       77 WRK-FIM-CSR-RESP        PIC  X(001) VALUE 'N'.
       77 WRK-FIM-CSR-OPT         PIC  X(001) VALUE 'N'.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS           PIC  9(005) COMP-3 VALUE ZEROS.
           03 ACU-ATENDIDOS       PIC  9(005) VALUE ZEROS.
           03 ACU-SEM-CADASTRO    PIC  9(005) VALUE ZEROS.
           03 ACU-INVALIDOS       PIC  9(005) VALUE ZEROS.
           03 ACU-DOSSIES         PIC  9(005) VALUE ZEROS.
           03 WRK-ACU-TOTAL-TRATADO PIC 9(005) VALUE ZEROS.
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
          05 WRK-FS-ARQDOS01         PIC  X(002) VALUE SPACES.
             88 WRK-FS-DOS01-OK                  VALUE '00'.
             88 WRK-FS-DOS01-EOF                 VALUE '10'.

          05 WRK-FS-ARQPEN02         PIC  X(002) VALUE SPACES.
             88 WRK-FS-PEN02-OK                  VALUE '00'.
             88 WRK-FS-PEN02-EOF                 VALUE '10'.
             88 WRK-FS-PEN02-NAO-ACHOU           VALUE '35'.

          05 WRK-FS-RELDOS01         PIC  X(002) VALUE SPACES.
             88 WRK-FS-RELDOS01-OK               VALUE '00'.

          05 WRK-FS-ARQHIST01        PIC  X(002) VALUE SPACES.
             88 WRK-FS-HIST01-OK                 VALUE '00'.

          05 WRK-FS-DISPLAY          PIC  X(002) VALUE SPACES.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DE RETRY DO DB2'.
      *----------------------------------------------------------------*
      *    RETRY DE DEADLOCK/TIMEOUT DO DB2 (SQLCODE -911/-913) NOS    *
      *    FETCH DOS CURSORES, NOS MESMOS MOLDES DO PSDC2EX2. O        *
      *    PROGRAMA SO LE - NAO HA COMMIT PERIODICO.                   *
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
       77 WRK-SW-CSR-PSSOA-ABERTO    PIC  X(001) VALUE 'N'.

       77 WRK-SW-TEM-CCLUB           PIC  X(001) VALUE 'N'.
       77 WRK-SW-TEM-EMAIL           PIC  X(001) VALUE 'N'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DA FILA DE PENDENCIAS DO PSDC2REJ'.
      *----------------------------------------------------------------*
      *    A FILA INTEIRA (ARQPEN02 DA ULTIMA RODADA DO PSDC2REJ) E    *
      *    CARREGADA NA INICIALIZACAO - MESMO TAMANHO DA WRK-TAB-PEN   *
      *    DO PSDC2REJ, QUE A GRAVOU. DD AUSENTE = FILA VAZIA (O       *
      *    DOSSIE INFORMA QUE NAO HAVIA FILA PARA CONSULTAR).          *
      *----------------------------------------------------------------*
       01 WRK-TAB-PEN.
          05 WRK-PEN-QTDE            PIC  9(005) VALUE ZEROS.
          05 WRK-PEN-ENT             OCCURS 20000 TIMES.
             10 WRK-PEN-CCLUB        PIC  9(010).
             10 WRK-PEN-MOTIVO       PIC  X(002).
             10 WRK-PEN-EMAIL        PIC  X(070).
             10 WRK-PEN-DT-PRIMEIRA  PIC  9(008).
       77 WRK-PEN-MAX                PIC  9(005) VALUE 20000.
       77 WRK-PEN-IDX                PIC  9(005) COMP VALUE ZEROS.
       77 WRK-PEN-ACHADAS            PIC  9(005) VALUE ZEROS.
       77 WRK-SW-FILA-CARREGADA      PIC  X(001) VALUE 'N'.

      *    REGISTRO DA FILA (MESMO LAYOUT DO WRK-REG-PEN DO PSDC2REJ)  *
       01 WRK-REG-PEN.
          05 WRK-RPN-CCLUB           PIC  9(010).
          05 WRK-RPN-MOTIVO          PIC  X(002).
          05 WRK-RPN-EMAIL           PIC  X(070).
          05 WRK-RPN-DT-PRIMEIRA     PIC  9(008).
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO RELATORIO DE DOSSIES (RELDOS01)'.
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
       01 WRK-LINHA-RELDOS            PIC X(132).
      *
       77 WRK-SW-BALANCETE            PIC X(001) VALUE 'N'.
          88 WRK-BALANCETE-CONFERE              VALUE 'S'.
          88 WRK-BALANCETE-DIVERGENTE           VALUE 'N'.

      *    CONTADORES DE LINHAS DE UM DOSSIE (RODAPE DE CADA BLOCO)    *
       77 WRK-QTD-CONTATOS            PIC  9(007) VALUE ZEROS.
       77 WRK-QTD-EVENTOS             PIC  9(007) VALUE ZEROS.
       77 WRK-QTD-SUPRESSOES          PIC  9(007) VALUE ZEROS.
       77 WRK-QTD-PESSOAS-PEDIDO      PIC  9(005) VALUE ZEROS.

      *    CABECALHO DE CADA DOSSIE - O PEDIDO QUE O ORIGINOU          *
       01 WRK-LINHA-DOS-PEDIDO.
          05 FILLER                  PIC  X(012) VALUE 'PROTOCOLO: '.
          05 WRK-LDP-PROTOCOLO       PIC  X(012).
          05 FILLER                  PIC  X(010) VALUE '  CCLUB: '.
          05 WRK-LDP-CCLUB           PIC  X(010).
          05 FILLER                  PIC  X(010) VALUE '  EMAIL: '.
          05 WRK-LDP-EMAIL           PIC  X(070).

      *    LINHA DE UM CONTATO (HIST_CONTATO)                          *
       01 WRK-LINHA-DOS-CONTATO.
          05 FILLER                  PIC  X(004) VALUE SPACES.
          05 WRK-LDC-DT-CONTATO      PIC  9(008).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LDC-FILTRO          PIC  X(010).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LDC-SEQ             PIC  9(006).
          05 FILLER                  PIC  X(006) VALUE SPACES.
          05 WRK-LDC-SITUACAO        PIC  X(031).

       01 WRK-CABEC-DOS-CONTATO.
          05 FILLER                  PIC  X(004) VALUE SPACES.
          05 FILLER                  PIC  X(010) VALUE 'DATA      '.
          05 FILLER                  PIC  X(012) VALUE 'FILTRO      '.
          05 FILLER                  PIC  X(012) VALUE 'SEQUENCIAL  '.
          05 FILLER                  PIC  X(008) VALUE 'SITUACAO'.

      *    LINHA DE UM EVENTO DO FORNECEDOR (RESP_CAMPANHA)            *
       01 WRK-LINHA-DOS-EVENTO.
          05 FILLER                  PIC  X(004) VALUE SPACES.
          05 WRK-LDE-DT-EVENTO       PIC  9(008).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LDE-SEQ             PIC  9(006).
          05 FILLER                  PIC  X(006) VALUE SPACES.
          05 WRK-LDE-TIPO            PIC  X(001).
          05 FILLER                  PIC  X(001) VALUE '-'.
          05 WRK-LDE-DESCRICAO       PIC  X(020).

       01 WRK-CABEC-DOS-EVENTO.
          05 FILLER                  PIC  X(004) VALUE SPACES.
          05 FILLER                  PIC  X(010) VALUE 'DATA      '.
          05 FILLER                  PIC  X(012) VALUE 'SEQUENCIAL  '.
          05 FILLER                  PIC  X(006) VALUE 'EVENTO'.

      *    LINHA DE UMA SUPRESSAO VIGENTE (OPT_OUT_CONTATO)            *
       01 WRK-LINHA-DOS-SUPRESSAO.
          05 FILLER                  PIC  X(004) VALUE SPACES.
          05 WRK-LDS-DT-PEDIDO       PIC  9(008).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LDS-ORIGEM          PIC  X(003).
          05 FILLER                  PIC  X(003) VALUE SPACES.
          05 WRK-LDS-CCLUB           PIC  X(010).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LDS-EMAIL           PIC  X(070).

       01 WRK-CABEC-DOS-SUPRESSAO.
          05 FILLER                  PIC  X(004) VALUE SPACES.
          05 FILLER                  PIC  X(010) VALUE 'DT PEDIDO '.
          05 FILLER                  PIC  X(008) VALUE 'ORIGEM  '.
          05 FILLER                  PIC  X(012) VALUE 'CCLUB       '.
          05 FILLER                  PIC  X(005) VALUE 'EMAIL'.

      *    LINHA DE UMA PENDENCIA DE CORRECAO (ARQPEN02)               *
       01 WRK-LINHA-DOS-PENDENCIA.
          05 FILLER                  PIC  X(004) VALUE SPACES.
          05 WRK-LDN-DT-PRIMEIRA     PIC  9(008).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-LDN-MOTIVO          PIC  X(002).
          05 FILLER                  PIC  X(006) VALUE SPACES.
          05 WRK-LDN-EMAIL           PIC  X(070).

       01 WRK-CABEC-DOS-PENDENCIA.
          05 FILLER                  PIC  X(004) VALUE SPACES.
          05 FILLER                  PIC  X(010) VALUE 'DESDE     '.
          05 FILLER                  PIC  X(008) VALUE 'MOTIVO  '.
          05 FILLER                  PIC  X(020) VALUE
             'EMAIL NO REJEITO'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO BOOK DO ARQUIVO DE PEDIDOS'.
      *----------------------------------------------------------------*
      *    LAYOUT COMBINADO COM O SAC:                                 *
      *       PROTOCOLO DO PEDIDO LGPD (12) - REPETIDO NO DOSSIE       *
      *       CCLUB (10) E/OU EMAIL (70) - PELO MENOS UM PREENCHIDO,   *
      *       COMO NO ARQOPT01 DO PSDC2OPT. COM OS DOIS, SAI UM        *
      *       DOSSIE PARA CADA PESSOA QUE BATER EM QUALQUER UM DELES   *
      *       (O MESMO EMAIL PODE ESTAR EM MAIS DE UM CCLUB)           *
      *----------------------------------------------------------------*
       01 ARQDOS01-REGISTRO.
          03 ARQDOS01-PROTOCOLO    PIC X(12).
          03 ARQDOS01-CCLUB        PIC X(10).
          03 ARQDOS01-CCLUB-R REDEFINES ARQDOS01-CCLUB
                                   PIC 9(10).
          03 ARQDOS01-EMAIL        PIC X(70).
          03 FILLER                PIC X(08).

      **** AREA ARQUIVO DE HISTORICO DE EXECUCOES (AUDITORIA) -
      **** MESMO LAYOUT DO ARQHIST01 DO PSDC2EX1; LIDOS = PEDIDOS
      **** LIDOS, GRAVADO = DOSSIES EMITIDOS

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

           EXEC SQL
              INCLUDE CADUB069
           END-EXEC.

      *    CHAVES DA PESQUISA DO PEDIDO - CCLUB E EMAIL SAO OPCIONAIS, *
      *    ENTAO ENTRAM COM INDICADOR (-1 = CHAVE NAO INFORMADA), NO   *
      *    MESMO PADRAO DO DELETE DE 3350-DELETE-UNICO DO PSDC2OPT.    *
      *    DEPOIS DE ACHADA A PESSOA, AS MESMAS CHAVES PASSAM A SER O  *
      *    CCLUB E O EMAIL DO CADASTRO (PARA A SUPRESSAO E A FILA).    *
       01 WRK-HOST-CHAVE.
          05 WRK-HV-CH-CCLUB       PIC 9(10).
          05 WRK-HV-CH-EMAIL       PIC X(70).
          05 WRK-IND-CH-CCLUB      PIC S9(04) COMP.
          05 WRK-IND-CH-EMAIL      PIC S9(04) COMP.

      *    COLUNAS NULAS DO CADASTRO E ESTADO DE BOUNCE (MESMAS DO     *
      *    CSR-BOUNCE DO PSDC2HYG)                                     *
       01 WRK-HOST-PSSOA.
          05 WRK-HV-IND-BOUNCE     PIC X(01).
             88 WRK-BOUNCE-HARD           VALUE 'H'.
             88 WRK-BOUNCE-SOFT           VALUE 'S'.
          05 WRK-HV-QTD-BOUNCE     PIC S9(09) COMP.
          05 WRK-HV-DT-ULT         PIC 9(08).
          05 WRK-IND-EMAIL         PIC S9(04) COMP.
          05 WRK-IND-TEL           PIC S9(04) COMP.
          05 WRK-IND-LOGDR         PIC S9(04) COMP.
          05 WRK-IND-NLOGDR        PIC S9(04) COMP.
          05 WRK-IND-CIDAD         PIC S9(04) COMP.
          05 WRK-IND-CEP           PIC S9(04) COMP.
          05 WRK-IND-BOUNCE        PIC S9(04) COMP.
          05 WRK-IND-QTD           PIC S9(04) COMP.
          05 WRK-IND-DT-ULT        PIC S9(04) COMP.
       77 WRK-QTD-BOUNCE-EDIT      PIC ZZZ.ZZ9 VALUE ZEROS.

      *    LINHA DE DB2PRD.HIST_CONTATO (VER 3940-GRAVAR-HIST-CONTATO  *
      *    DO PSDC2EX1)                                                *
       01 WRK-HOST-HIST.
          05 WRK-HV-DT-CONTATO     PIC 9(08).
          05 WRK-HV-FILTRO         PIC X(10).
          05 WRK-HV-SEQ-HIST       PIC 9(06).
          05 WRK-HV-CIND-CONTROLE  PIC X(01).
             88 WRK-HIST-CONTROLE         VALUE 'S'.

      *    LINHA DE DB2PRD.RESP_CAMPANHA (VER 3450-INSERT-UNICO DO     *
      *    PSDC2EX3)                                                   *
       01 WRK-HOST-RESP.
          05 WRK-HV-SEQ-RESP       PIC 9(06).
          05 WRK-HV-TIPO-EVENTO    PIC X(01).
             88 WRK-EVT-ENTREGUE          VALUE 'E'.
             88 WRK-EVT-ABERTO            VALUE 'A'.
             88 WRK-EVT-CLICADO           VALUE 'C'.
             88 WRK-EVT-DESCAD            VALUE 'D'.
          05 WRK-HV-DT-EVENTO      PIC 9(08).

      *    LINHA DE DB2PRD.OPT_OUT_CONTATO (VER 3250-INSERT-UNICO DO   *
      *    PSDC2OPT - CCLUB E EMAIL PODEM SER NULOS)                   *
       01 WRK-HOST-OPTOUT.
          05 WRK-HV-OPT-CCLUB      PIC 9(10).
          05 WRK-HV-OPT-EMAIL      PIC X(70).
          05 WRK-HV-DT-PEDIDO      PIC 9(08).
          05 WRK-HV-ORIGEM         PIC X(03).
          05 WRK-IND-OPT-CCLUB     PIC S9(04) COMP.
          05 WRK-IND-OPT-EMAIL     PIC S9(04) COMP.

      *    PESSOAS DO PEDIDO: QUEM BATER NO CCLUB OU NO EMAIL          *
      *    INFORMADO (CADA CHAVE SO CONTA QUANDO VEIO NO PEDIDO).      *
           EXEC SQL DECLARE CSR-DOS-PSSOA CURSOR FOR
               SELECT CCLUB, IPSSOA_COPLT, EEMAIL_PSSOA,
                      NTEL_PSSOA, DNASC_PSSOA, CSGL_UF,
                      ELOGDR_PSSOA, NLOGDR_PSSOA,
                      NCIDAD_PSSOA, CCEP_PSSOA,
                      CIND_BOUNCE, QTD_BOUNCE, DT_ULT_BOUNCE
               FROM DB2PRD.INFO_PSSOA
               WHERE (:WRK-IND-CH-CCLUB = 0
                      AND CCLUB = :WRK-HV-CH-CCLUB)
                  OR (:WRK-IND-CH-EMAIL = 0
                      AND EEMAIL_PSSOA = :WRK-HV-CH-EMAIL)
             ORDER BY CCLUB
           END-EXEC.

      *    TODOS OS CONTATOS DO CCLUB, DO MAIS ANTIGO AO MAIS RECENTE  *
           EXEC SQL DECLARE CSR-DOS-HIST CURSOR FOR
               SELECT DT_CONTATO, FILTRO, NUM_SEQ_ARQ, CIND_CONTROLE
               FROM DB2PRD.HIST_CONTATO
               WHERE CCLUB = :CADUB069.CCLUB
             ORDER BY DT_CONTATO, NUM_SEQ_ARQ
           END-EXEC.

      *    TODOS OS EVENTOS DO FORNECEDOR PARA O CCLUB                 *
           EXEC SQL DECLARE CSR-DOS-RESP CURSOR FOR
               SELECT NUM_SEQ_ARQ, CTPO_EVENTO, DT_EVENTO
               FROM DB2PRD.RESP_CAMPANHA
               WHERE CCLUB = :CADUB069.CCLUB
             ORDER BY DT_EVENTO, NUM_SEQ_ARQ, CTPO_EVENTO
           END-EXEC.

      *    SUPRESSOES VIGENTES - O MESMO CRITERIO "OU" DO EXISTS DE    *
      *    3120-VALIDAR-OPTOUT DO PSDC2EX1 (CCLUB OU EMAIL)            *
           EXEC SQL DECLARE CSR-DOS-OPT CURSOR FOR
               SELECT CCLUB, EEMAIL_PSSOA, DT_PEDIDO, ORIGEM
               FROM DB2PRD.OPT_OUT_CONTATO
               WHERE (:WRK-IND-CH-CCLUB = 0
                      AND CCLUB = :WRK-HV-CH-CCLUB)
                  OR (:WRK-IND-CH-EMAIL = 0
                      AND EEMAIL_PSSOA = :WRK-HV-CH-EMAIL)
             ORDER BY DT_PEDIDO
           END-EXEC.

      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
              'PSDC2DOS - FIM DA AREA DE WORKING'.
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
           PERFORM 3000-PROCESSAR UNTIL WRK-FIM-ARQDOS EQUAL 'S'
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
      *    ROTINA DE INICIALIZACAO: CARREGA A FILA DO PSDC2REJ, ABRE O *
      *    RELDOS01 (OS DOSSIES SAO GRAVADOS DURANTE O PROCESSAMENTO)  *
      *    E O ARQUIVO DE PEDIDOS.                                     *
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-EXECUCAO    FROM DATE YYYYMMDD

           MOVE +100                   TO WRK-SQLCODE

           MOVE WRK-DATA-EXEC-DD       TO WRK-DATA-EXEC-EDIT(1:2)
           MOVE WRK-DATA-EXEC-MM       TO WRK-DATA-EXEC-EDIT(4:2)
           MOVE WRK-DATA-EXEC-AAAA     TO WRK-DATA-EXEC-EDIT(7:4)

           PERFORM 1020-CARREGAR-FILA-PENDENCIAS

           MOVE 'RELDOS01'             TO WRK-ARQUIVO
           SET WRK-CN-OPEN              TO TRUE

           OPEN OUTPUT RELDOS01

           IF NOT WRK-FS-RELDOS01-OK
              MOVE WRK-FS-RELDOS01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-WRITE             TO TRUE

           MOVE SPACES                 TO WRK-LINHA-RELDOS
           STRING 'DOSSIE DO TITULAR - LGPD ART. 18 - '
                WRK-PROGRAMA
                DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           WRITE FD-RELDOS01 FROM WRK-LINHA-RELDOS

           MOVE SPACES                 TO WRK-LINHA-RELDOS
           STRING 'DATA DA EXECUCAO....: ' WRK-DATA-EXEC-EDIT
                DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           WRITE FD-RELDOS01 FROM WRK-LINHA-RELDOS

           MOVE SPACES                 TO WRK-LINHA-RELDOS
           IF WRK-SW-FILA-CARREGADA EQUAL 'S'
              MOVE WRK-PEN-QTDE        TO WRK-MASK
              STRING 'FILA DE PENDENCIAS (ARQPEN02): ' WRK-MASK
                   ' ITENS CONSULTADOS'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           ELSE
              STRING 'FILA DE PENDENCIAS (ARQPEN02): NAO INFORMADA -'
                   ' PENDENCIAS NAO CONSULTADAS'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           END-IF
           WRITE FD-RELDOS01 FROM WRK-LINHA-RELDOS

           MOVE 'ARQDOS01'             TO WRK-ARQUIVO
           SET WRK-CN-OPEN              TO TRUE

           OPEN INPUT ARQDOS01

           IF NOT WRK-FS-DOS01-OK
              MOVE WRK-FS-ARQDOS01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3700-LER-ARQDOS01

           IF WRK-FIM-ARQDOS EQUAL 'S'
              DISPLAY '************************************************'
              DISPLAY '*      ARQUIVO DE PEDIDOS VAZIO                *'
              DISPLAY '* ' WRK-PROGRAMA '  SEM DOSSIES A EMITIR       *'
              DISPLAY '************************************************'
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    CARREGA A FILA DE PENDENCIAS DO PSDC2REJ (ARQPEN02) EM      *
      *    WRK-TAB-PEN. DD AUSENTE NAO CANCELA - O DOSSIE SAI SEM O    *
      *    BLOCO DE PENDENCIAS E O CABECALHO DO RELDOS01 AVISA.        *
      *----------------------------------------------------------------*
       1020-CARREGAR-FILA-PENDENCIAS SECTION.
      *----------------------------------------------------------------*
           MOVE 'ARQPEN02'             TO WRK-ARQUIVO
           SET WRK-CN-OPEN              TO TRUE

           OPEN INPUT ARQPEN02

           EVALUATE TRUE
              WHEN WRK-FS-PEN02-OK
                 SET WRK-CN-READ        TO TRUE
                 PERFORM 1025-LER-FILA-PENDENCIAS
                    UNTIL WRK-FIM-ARQPEN EQUAL 'S'

                 SET WRK-CN-CLOSE       TO TRUE
                 CLOSE ARQPEN02
                 MOVE 'S'              TO WRK-SW-FILA-CARREGADA
              WHEN WRK-FS-PEN02-NAO-ACHOU
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQPEN02  TO WRK-FS-DISPLAY
                 MOVE 'S'              TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       1020-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       1025-LER-FILA-PENDENCIAS SECTION.
      *----------------------------------------------------------------*
           READ ARQPEN02 INTO WRK-REG-PEN
              AT END
                 MOVE 'S'              TO WRK-FIM-ARQPEN
              NOT AT END
                 IF WRK-PEN-QTDE GREATER OR EQUAL WRK-PEN-MAX
                    DISPLAY '* WRK-TAB-PEN CHEIA (MAX ' WRK-PEN-MAX
                            ') - AUMENTAR OCCURS'
                    MOVE 'S'           TO WRK-SW-ERRO-ARQUIVO
                    PERFORM 9100-ERROS-ARQUIVOS
                 END-IF
                 ADD 1                 TO WRK-PEN-QTDE
                 MOVE WRK-RPN-CCLUB    TO
                      WRK-PEN-CCLUB(WRK-PEN-QTDE)
                 MOVE WRK-RPN-MOTIVO   TO
                      WRK-PEN-MOTIVO(WRK-PEN-QTDE)
                 MOVE WRK-RPN-EMAIL    TO
                      WRK-PEN-EMAIL(WRK-PEN-QTDE)
                 MOVE WRK-RPN-DT-PRIMEIRA TO
                      WRK-PEN-DT-PRIMEIRA(WRK-PEN-QTDE)
           END-READ

           IF NOT WRK-FS-PEN02-OK AND NOT WRK-FS-PEN02-EOF
              MOVE WRK-FS-ARQPEN02     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1025-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *        ROTINA DE PROCESSAMENTO PRINCIPAL - 1 PEDIDO DO         *
      *        ARQDOS01 POR PASSAGEM. PEDIDO SEM CHAVE NENHUMA OU COM  *
      *        CCLUB NAO NUMERICO E CONTADO E LISTADO PARA O SAC       *
      *        CORRIGIR, SEM CANCELAR - O RESTO DO ARQUIVO AINDA VALE. *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-SW-TEM-CCLUB
           MOVE 'N'                    TO WRK-SW-TEM-EMAIL

           IF ARQDOS01-CCLUB NOT EQUAL SPACES
              AND ARQDOS01-CCLUB NUMERIC
              MOVE 'S'                 TO WRK-SW-TEM-CCLUB
           END-IF
           IF ARQDOS01-EMAIL NOT EQUAL SPACES
              AND ARQDOS01-EMAIL NOT EQUAL LOW-VALUES
              MOVE 'S'                 TO WRK-SW-TEM-EMAIL
           END-IF

           EVALUATE TRUE
              WHEN ARQDOS01-CCLUB NOT EQUAL SPACES
                   AND ARQDOS01-CCLUB NOT NUMERIC
                 ADD 1                 TO ACU-INVALIDOS
                 PERFORM 3050-GRAVAR-PEDIDO-INVALIDO
              WHEN WRK-SW-TEM-CCLUB EQUAL 'N'
                   AND WRK-SW-TEM-EMAIL EQUAL 'N'
                 ADD 1                 TO ACU-INVALIDOS
                 PERFORM 3050-GRAVAR-PEDIDO-INVALIDO
              WHEN OTHER
                 PERFORM 3100-LOCALIZAR-PESSOAS
           END-EVALUATE

           PERFORM 3700-LER-ARQDOS01
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3050-GRAVAR-PEDIDO-INVALIDO SECTION.
      *----------------------------------------------------------------*
           PERFORM 3060-GRAVAR-CABEC-DOSSIE

           MOVE SPACES                 TO WRK-LINHA-RELDOS
           STRING '*** PEDIDO INVALIDO (SEM CCLUB/EMAIL OU CCLUB NAO'
                ' NUMERICO) - DEVOLVER AO SAC'
                DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           PERFORM 3800-GRAVAR-RELDOS01
           .
      *----------------------------------------------------------------*
       3050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    SEPARADOR E IDENTIFICACAO DO PEDIDO NO INICIO DE CADA       *
      *    DOSSIE.                                                     *
      *----------------------------------------------------------------*
       3060-GRAVAR-CABEC-DOSSIE SECTION.
      *----------------------------------------------------------------*
           MOVE ALL '='                TO WRK-LINHA-RELDOS
           PERFORM 3800-GRAVAR-RELDOS01

           MOVE ARQDOS01-PROTOCOLO     TO WRK-LDP-PROTOCOLO
           MOVE ARQDOS01-CCLUB         TO WRK-LDP-CCLUB
           MOVE ARQDOS01-EMAIL         TO WRK-LDP-EMAIL
           MOVE WRK-LINHA-DOS-PEDIDO   TO WRK-LINHA-RELDOS
           PERFORM 3800-GRAVAR-RELDOS01
           .
      *----------------------------------------------------------------*
       3060-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    LOCALIZA EM DB2PRD.INFO_PSSOA AS PESSOAS DO PEDIDO E EMITE  *
      *    UM DOSSIE PARA CADA UMA. NINGUEM NO CADASTRO AINDA GERA UM  *
      *    DOSSIE PELAS CHAVES INFORMADAS - A SUPRESSAO E A FILA PODEM *
      *    GUARDAR UM EMAIL QUE JA SAIU DO CADASTRO.                   *
      *----------------------------------------------------------------*
       3100-LOCALIZAR-PESSOAS SECTION.
      *----------------------------------------------------------------*
           PERFORM 3150-MONTAR-CHAVES-PEDIDO

           MOVE ZEROS                  TO WRK-QTD-PESSOAS-PEDIDO
           MOVE 'N'                    TO WRK-FIM-CSR-PSSOA
           MOVE 'INFOPSSOA'            TO WRK-TABELA

           EXEC SQL
              OPEN CSR-DOS-PSSOA
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'S'                    TO WRK-SW-CSR-PSSOA-ABERTO

           PERFORM 3110-LER-CSR-PSSOA

           PERFORM 3200-EMITIR-DOSSIE
              UNTIL WRK-FIM-CSR-PSSOA EQUAL 'S'

           EXEC SQL
              CLOSE CSR-DOS-PSSOA
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'N'                    TO WRK-SW-CSR-PSSOA-ABERTO

           IF WRK-QTD-PESSOAS-PEDIDO EQUAL ZEROS
              ADD 1                    TO ACU-SEM-CADASTRO
              PERFORM 3190-DOSSIE-SEM-CADASTRO
           ELSE
              ADD 1                    TO ACU-ATENDIDOS
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    FETCH DO CSR-DOS-PSSOA COM RETRY DE DEADLOCK/TIMEOUT, NOS   *
      *    MOLDES DE 3800-LER-CURSOR DO PSDC2EX1.                      *
      *----------------------------------------------------------------*
       3110-LER-CSR-PSSOA SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                TO WRK-RETRY-CONTADOR

           PERFORM 3115-FETCH-PSSOA-UNICO
              WITH TEST AFTER
              UNTIL (SQLCODE NOT EQUAL -911 AND SQLCODE NOT EQUAL -913)
                 OR WRK-RETRY-CONTADOR GREATER WRK-RETRY-MAX-TENTATIVAS

           EVALUATE TRUE
               WHEN SQLCODE EQUAL +100
                    MOVE 'S'           TO WRK-FIM-CSR-PSSOA
               WHEN SQLCODE EQUAL ZEROS
                    CONTINUE
               WHEN OTHER
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3115-FETCH-PSSOA-UNICO SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
              FETCH CSR-DOS-PSSOA INTO
                      :CADUB069.CCLUB
                     ,:CADUB069.IPSSOA-COPLT
                     ,:CADUB069.EEMAIL-PSSOA :WRK-IND-EMAIL
                     ,:CADUB069.NTEL-PSSOA :WRK-IND-TEL
                     ,:CADUB069.DNASC-PSSOA
                     ,:CADUB069.CSGL-UF
                     ,:CADUB069.ELOGDR-PSSOA :WRK-IND-LOGDR
                     ,:CADUB069.NLOGDR-PSSOA :WRK-IND-NLOGDR
                     ,:CADUB069.NCIDAD-PSSOA :WRK-IND-CIDAD
                     ,:CADUB069.CCEP-PSSOA :WRK-IND-CEP
                     ,:WRK-HV-IND-BOUNCE :WRK-IND-BOUNCE
                     ,:WRK-HV-QTD-BOUNCE :WRK-IND-QTD
                     ,:WRK-HV-DT-ULT :WRK-IND-DT-ULT
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
       3115-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    CHAVES DA PESQUISA A PARTIR DO PEDIDO (INDICADOR -1 =       *
      *    CHAVE NAO INFORMADA).                                       *
      *----------------------------------------------------------------*
       3150-MONTAR-CHAVES-PEDIDO SECTION.
      *----------------------------------------------------------------*
           IF WRK-SW-TEM-CCLUB EQUAL 'S'
              MOVE ARQDOS01-CCLUB-R    TO WRK-HV-CH-CCLUB
              MOVE ZEROS               TO WRK-IND-CH-CCLUB
           ELSE
              MOVE ZEROS               TO WRK-HV-CH-CCLUB
              MOVE -1                  TO WRK-IND-CH-CCLUB
           END-IF

           IF WRK-SW-TEM-EMAIL EQUAL 'S'
              MOVE ARQDOS01-EMAIL      TO WRK-HV-CH-EMAIL
              MOVE ZEROS               TO WRK-IND-CH-EMAIL
           ELSE
              MOVE SPACES              TO WRK-HV-CH-EMAIL
              MOVE -1                  TO WRK-IND-CH-EMAIL
           END-IF
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    NINGUEM NO CADASTRO COM AS CHAVES DO PEDIDO: O DOSSIE AINDA *
      *    MOSTRA A SUPRESSAO E AS PENDENCIAS PELAS CHAVES INFORMADAS  *
      *    E, SE O PEDIDO TROUXE O CCLUB, OS CONTATOS E EVENTOS QUE    *
      *    AINDA ESTAO GUARDADOS PARA ELE (CCLUB EXCLUIDO DO CADASTRO  *
      *    NAO APAGA HIST_CONTATO NEM RESP_CAMPANHA).                  *
      *----------------------------------------------------------------*
       3190-DOSSIE-SEM-CADASTRO SECTION.
      *----------------------------------------------------------------*
           PERFORM 3060-GRAVAR-CABEC-DOSSIE

           MOVE SPACES                 TO WRK-LINHA-RELDOS
           STRING '*** NENHUM CADASTRO EM INFO_PSSOA COM O CCLUB/EMAIL'
                ' DO PEDIDO'
                DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           PERFORM 3800-GRAVAR-RELDOS01

           PERFORM 3150-MONTAR-CHAVES-PEDIDO

           IF WRK-SW-TEM-CCLUB EQUAL 'S'
              MOVE WRK-HV-CH-CCLUB     TO CCLUB OF CADUB069
              PERFORM 3300-LISTAR-CONTATOS
              PERFORM 3400-LISTAR-EVENTOS
           END-IF

           PERFORM 3500-LISTAR-SUPRESSAO

           PERFORM 3600-LISTAR-PENDENCIAS
           .
      *----------------------------------------------------------------*
       3190-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    UM DOSSIE: A PESSOA RECEM-LIDA DO CSR-DOS-PSSOA, SEUS       *
      *    CONTATOS, EVENTOS, SUPRESSAO E PENDENCIAS. DEPOIS LE A      *
      *    PROXIMA PESSOA DO PEDIDO.                                   *
      *----------------------------------------------------------------*
       3200-EMITIR-DOSSIE SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-QTD-PESSOAS-PEDIDO
           ADD 1                       TO ACU-DOSSIES

           PERFORM 3060-GRAVAR-CABEC-DOSSIE

           PERFORM 3250-LISTAR-CADASTRO

           PERFORM 3300-LISTAR-CONTATOS

           PERFORM 3400-LISTAR-EVENTOS

      *    SUPRESSAO E FILA PELAS CHAVES DO CADASTRO (O EMAIL ATUAL DA
      *    PESSOA, NAO SO O QUE O SAC DIGITOU)
           MOVE CCLUB OF CADUB069      TO WRK-HV-CH-CCLUB
           MOVE ZEROS                  TO WRK-IND-CH-CCLUB
           IF WRK-IND-EMAIL LESS ZEROS
              MOVE SPACES              TO WRK-HV-CH-EMAIL
              MOVE -1                  TO WRK-IND-CH-EMAIL
           ELSE
              MOVE EEMAIL-PSSOA        TO WRK-HV-CH-EMAIL
              MOVE ZEROS               TO WRK-IND-CH-EMAIL
           END-IF

           PERFORM 3500-LISTAR-SUPRESSAO

           PERFORM 3600-LISTAR-PENDENCIAS

           PERFORM 3110-LER-CSR-PSSOA
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    BLOCO 1 - DADOS CADASTRAIS (CADUB069) E ESTADO DE BOUNCE.   *
      *----------------------------------------------------------------*
       3250-LISTAR-CADASTRO SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-LINHA-RELDOS
           STRING '-- DADOS CADASTRAIS (DB2PRD.INFO_PSSOA)'
                DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           PERFORM 3800-GRAVAR-RELDOS01

           MOVE SPACES                 TO WRK-LINHA-RELDOS
           STRING '    CCLUB............: ' CCLUB OF CADUB069
                DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           PERFORM 3800-GRAVAR-RELDOS01

           MOVE SPACES                 TO WRK-LINHA-RELDOS
           STRING '    NOME.............: ' IPSSOA-COPLT
                DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           PERFORM 3800-GRAVAR-RELDOS01

           MOVE SPACES                 TO WRK-LINHA-RELDOS
           IF WRK-IND-EMAIL LESS ZEROS
              STRING '    EMAIL............: (NAO INFORMADO)'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           ELSE
              STRING '    EMAIL............: ' EEMAIL-PSSOA
                   DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           END-IF
           PERFORM 3800-GRAVAR-RELDOS01

           MOVE SPACES                 TO WRK-LINHA-RELDOS
           IF WRK-IND-TEL LESS ZEROS
              STRING '    TELEFONE.........: (NAO INFORMADO)'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           ELSE
              STRING '    TELEFONE.........: ' NTEL-PSSOA
                   DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           END-IF
           PERFORM 3800-GRAVAR-RELDOS01

           MOVE SPACES                 TO WRK-LINHA-RELDOS
           STRING '    NASCIMENTO.......: ' DNASC-PSSOA
                '   UF: ' CSGL-UF
                DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           PERFORM 3800-GRAVAR-RELDOS01

           MOVE SPACES                 TO WRK-LINHA-RELDOS
           EVALUATE TRUE
              WHEN WRK-IND-LOGDR LESS ZEROS
                 STRING '    ENDERECO.........: (NAO INFORMADO)'
                      DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
              WHEN WRK-IND-NLOGDR LESS ZEROS
                 STRING '    ENDERECO.........: ' ELOGDR-PSSOA
                      ', (NAO INFORMADO)'
                      DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
              WHEN OTHER
                 STRING '    ENDERECO.........: ' ELOGDR-PSSOA
                      ', ' NLOGDR-PSSOA
                      DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           END-EVALUATE
           PERFORM 3800-GRAVAR-RELDOS01

           MOVE SPACES                 TO WRK-LINHA-RELDOS
           EVALUATE TRUE
              WHEN WRK-IND-CIDAD LESS ZEROS
                   AND WRK-IND-CEP LESS ZEROS
                 STRING '    CIDADE/CEP.......: (NAO INFORMADO)'
                      DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
              WHEN WRK-IND-CIDAD LESS ZEROS
                 STRING '    CIDADE/CEP.......: (NAO INFORMADO)'
                      '   CEP: ' CCEP-PSSOA
                      DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
              WHEN WRK-IND-CEP LESS ZEROS
                 STRING '    CIDADE/CEP.......: ' NCIDAD-PSSOA
                      '   CEP: (NAO INFORMADO)'
                      DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
              WHEN OTHER
                 STRING '    CIDADE/CEP.......: ' NCIDAD-PSSOA
                      '   CEP: ' CCEP-PSSOA
                      DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           END-EVALUATE
           PERFORM 3800-GRAVAR-RELDOS01

           MOVE SPACES                 TO WRK-LINHA-RELDOS
           EVALUATE TRUE
              WHEN WRK-IND-BOUNCE LESS ZEROS
                 STRING '    BOUNCE...........: SEM BOUNCE'
                      DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
              WHEN WRK-BOUNCE-HARD
                 STRING '    BOUNCE...........: H - HARD (EMAIL'
                      ' BLOQUEADO PARA ENVIO)'
                      DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
              WHEN WRK-BOUNCE-SOFT
                 STRING '    BOUNCE...........: S - SOFT'
                      DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
              WHEN OTHER
                 STRING '    BOUNCE...........: ' WRK-HV-IND-BOUNCE
                      DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           END-EVALUATE
           PERFORM 3800-GRAVAR-RELDOS01

           IF WRK-IND-BOUNCE NOT LESS ZEROS
              IF WRK-IND-QTD LESS ZEROS
                 MOVE ZEROS            TO WRK-QTD-BOUNCE-EDIT
              ELSE
                 MOVE WRK-HV-QTD-BOUNCE TO WRK-QTD-BOUNCE-EDIT
              END-IF
              IF WRK-IND-DT-ULT LESS ZEROS
                 MOVE ZEROS            TO WRK-HV-DT-ULT
              END-IF
              MOVE SPACES              TO WRK-LINHA-RELDOS
              STRING '    QTD DEVOLUCOES...: ' WRK-QTD-BOUNCE-EDIT
                   '   ULTIMA DEVOLUCAO: ' WRK-HV-DT-ULT
                   DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
              PERFORM 3800-GRAVAR-RELDOS01
           END-IF
           .
      *----------------------------------------------------------------*
       3250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    BLOCO 2 - CADA CONTATO EM DB2PRD.HIST_CONTATO (DATA,        *
      *    CARTAO DE FILTRO, SEQUENCIAL DO ARQUIVO E SE FOI ENVIADO    *
      *    OU SO RETIDO NO GRUPO DE CONTROLE).                         *
      *----------------------------------------------------------------*
       3300-LISTAR-CONTATOS SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-LINHA-RELDOS
           STRING '-- CONTATOS ENVIADOS (DB2PRD.HIST_CONTATO)'
                DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           PERFORM 3800-GRAVAR-RELDOS01

           MOVE WRK-CABEC-DOS-CONTATO  TO WRK-LINHA-RELDOS
           PERFORM 3800-GRAVAR-RELDOS01

           MOVE ZEROS                  TO WRK-QTD-CONTATOS
           MOVE 'N'                    TO WRK-FIM-CSR-HIST
           MOVE 'HISTCONT'             TO WRK-TABELA

           EXEC SQL
              OPEN CSR-DOS-HIST
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3310-LER-CSR-HIST

           PERFORM 3320-GRAVAR-CONTATO
              UNTIL WRK-FIM-CSR-HIST EQUAL 'S'

           EXEC SQL
              CLOSE CSR-DOS-HIST
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE SPACES                 TO WRK-LINHA-RELDOS
           MOVE WRK-QTD-CONTATOS       TO WRK-MASK
           STRING '    TOTAL DE CONTATOS: ' WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           PERFORM 3800-GRAVAR-RELDOS01
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3310-LER-CSR-HIST SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                TO WRK-RETRY-CONTADOR

           PERFORM 3315-FETCH-HIST-UNICO
              WITH TEST AFTER
              UNTIL (SQLCODE NOT EQUAL -911 AND SQLCODE NOT EQUAL -913)
                 OR WRK-RETRY-CONTADOR GREATER WRK-RETRY-MAX-TENTATIVAS

           EVALUATE TRUE
               WHEN SQLCODE EQUAL +100
                    MOVE 'S'           TO WRK-FIM-CSR-HIST
               WHEN SQLCODE EQUAL ZEROS
                    CONTINUE
               WHEN OTHER
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3315-FETCH-HIST-UNICO SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
              FETCH CSR-DOS-HIST INTO
                      :WRK-HV-DT-CONTATO
                     ,:WRK-HV-FILTRO
                     ,:WRK-HV-SEQ-HIST
                     ,:WRK-HV-CIND-CONTROLE
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
       3315-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3320-GRAVAR-CONTATO SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-QTD-CONTATOS

           MOVE WRK-HV-DT-CONTATO      TO WRK-LDC-DT-CONTATO
           MOVE WRK-HV-FILTRO          TO WRK-LDC-FILTRO
           MOVE WRK-HV-SEQ-HIST        TO WRK-LDC-SEQ
      *    GRUPO DE CONTROLE DA CAMPANHA: O CLIENTE FOI SELECIONADO
      *    MAS NADA LHE FOI ENVIADO (VER 3945 DO PSDC2EX1)
           IF WRK-HIST-CONTROLE
              MOVE 'GRUPO DE CONTROLE (NAO ENVIADO)'
                                       TO WRK-LDC-SITUACAO
           ELSE
              MOVE 'ENVIADO'           TO WRK-LDC-SITUACAO
           END-IF
           MOVE WRK-LINHA-DOS-CONTATO  TO WRK-LINHA-RELDOS
           PERFORM 3800-GRAVAR-RELDOS01

           PERFORM 3310-LER-CSR-HIST
           .
      *----------------------------------------------------------------*
       3320-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    BLOCO 3 - CADA EVENTO DO FORNECEDOR EM                      *
      *    DB2PRD.RESP_CAMPANHA (ENTREGA, ABERTURA, CLIQUE,            *
      *    DESCADASTRO).                                               *
      *----------------------------------------------------------------*
       3400-LISTAR-EVENTOS SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-LINHA-RELDOS
           STRING '-- EVENTOS DO FORNECEDOR (DB2PRD.RESP_CAMPANHA)'
                DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           PERFORM 3800-GRAVAR-RELDOS01

           MOVE WRK-CABEC-DOS-EVENTO   TO WRK-LINHA-RELDOS
           PERFORM 3800-GRAVAR-RELDOS01

           MOVE ZEROS                  TO WRK-QTD-EVENTOS
           MOVE 'N'                    TO WRK-FIM-CSR-RESP
           MOVE 'RESPCAMP'             TO WRK-TABELA

           EXEC SQL
              OPEN CSR-DOS-RESP
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3410-LER-CSR-RESP

           PERFORM 3420-GRAVAR-EVENTO
              UNTIL WRK-FIM-CSR-RESP EQUAL 'S'

           EXEC SQL
              CLOSE CSR-DOS-RESP
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE SPACES                 TO WRK-LINHA-RELDOS
           MOVE WRK-QTD-EVENTOS        TO WRK-MASK
           STRING '    TOTAL DE EVENTOS.: ' WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           PERFORM 3800-GRAVAR-RELDOS01
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3410-LER-CSR-RESP SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                TO WRK-RETRY-CONTADOR

           PERFORM 3415-FETCH-RESP-UNICO
              WITH TEST AFTER
              UNTIL (SQLCODE NOT EQUAL -911 AND SQLCODE NOT EQUAL -913)
                 OR WRK-RETRY-CONTADOR GREATER WRK-RETRY-MAX-TENTATIVAS

           EVALUATE TRUE
               WHEN SQLCODE EQUAL +100
                    MOVE 'S'           TO WRK-FIM-CSR-RESP
               WHEN SQLCODE EQUAL ZEROS
                    CONTINUE
               WHEN OTHER
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3415-FETCH-RESP-UNICO SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
              FETCH CSR-DOS-RESP INTO
                      :WRK-HV-SEQ-RESP
                     ,:WRK-HV-TIPO-EVENTO
                     ,:WRK-HV-DT-EVENTO
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
       3415-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3420-GRAVAR-EVENTO SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-QTD-EVENTOS

           MOVE WRK-HV-DT-EVENTO       TO WRK-LDE-DT-EVENTO
           MOVE WRK-HV-SEQ-RESP        TO WRK-LDE-SEQ
           MOVE WRK-HV-TIPO-EVENTO     TO WRK-LDE-TIPO

           EVALUATE TRUE
              WHEN WRK-EVT-ENTREGUE
                 MOVE 'ENTREGUE'       TO WRK-LDE-DESCRICAO
              WHEN WRK-EVT-ABERTO
                 MOVE 'ABERTO'         TO WRK-LDE-DESCRICAO
              WHEN WRK-EVT-CLICADO
                 MOVE 'CLICADO'        TO WRK-LDE-DESCRICAO
              WHEN WRK-EVT-DESCAD
                 MOVE 'DESCADASTRO'    TO WRK-LDE-DESCRICAO
              WHEN OTHER
                 MOVE SPACES           TO WRK-LDE-DESCRICAO
           END-EVALUATE

           MOVE WRK-LINHA-DOS-EVENTO   TO WRK-LINHA-RELDOS
           PERFORM 3800-GRAVAR-RELDOS01

           PERFORM 3410-LER-CSR-RESP
           .
      *----------------------------------------------------------------*
       3420-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    BLOCO 4 - SITUACAO ATUAL EM DB2PRD.OPT_OUT_CONTATO PELAS    *
      *    CHAVES EM WRK-HOST-CHAVE. SEM LINHA = CONSENTIMENTO ATIVO.  *
      *----------------------------------------------------------------*
       3500-LISTAR-SUPRESSAO SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-LINHA-RELDOS
           STRING '-- SUPRESSAO DE CONTATO (DB2PRD.OPT_OUT_CONTATO)'
                DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           PERFORM 3800-GRAVAR-RELDOS01

           MOVE ZEROS                  TO WRK-QTD-SUPRESSOES
           MOVE 'N'                    TO WRK-FIM-CSR-OPT
           MOVE 'OPTOUTCON'            TO WRK-TABELA

           EXEC SQL
              OPEN CSR-DOS-OPT
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3510-LER-CSR-OPT

           IF WRK-FIM-CSR-OPT EQUAL 'S'
              MOVE SPACES              TO WRK-LINHA-RELDOS
              STRING '    SEM SUPRESSAO VIGENTE - CONSENTIMENTO ATIVO'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
              PERFORM 3800-GRAVAR-RELDOS01
           ELSE
              MOVE WRK-CABEC-DOS-SUPRESSAO TO WRK-LINHA-RELDOS
              PERFORM 3800-GRAVAR-RELDOS01
           END-IF

           PERFORM 3520-GRAVAR-SUPRESSAO
              UNTIL WRK-FIM-CSR-OPT EQUAL 'S'

           EXEC SQL
              CLOSE CSR-DOS-OPT
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3510-LER-CSR-OPT SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                TO WRK-RETRY-CONTADOR

           PERFORM 3515-FETCH-OPT-UNICO
              WITH TEST AFTER
              UNTIL (SQLCODE NOT EQUAL -911 AND SQLCODE NOT EQUAL -913)
                 OR WRK-RETRY-CONTADOR GREATER WRK-RETRY-MAX-TENTATIVAS

           EVALUATE TRUE
               WHEN SQLCODE EQUAL +100
                    MOVE 'S'           TO WRK-FIM-CSR-OPT
               WHEN SQLCODE EQUAL ZEROS
                    CONTINUE
               WHEN OTHER
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3515-FETCH-OPT-UNICO SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
              FETCH CSR-DOS-OPT INTO
                      :WRK-HV-OPT-CCLUB :WRK-IND-OPT-CCLUB
                     ,:WRK-HV-OPT-EMAIL :WRK-IND-OPT-EMAIL
                     ,:WRK-HV-DT-PEDIDO
                     ,:WRK-HV-ORIGEM
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
       3515-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3520-GRAVAR-SUPRESSAO SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-QTD-SUPRESSOES

           MOVE WRK-HV-DT-PEDIDO       TO WRK-LDS-DT-PEDIDO
           MOVE WRK-HV-ORIGEM          TO WRK-LDS-ORIGEM

           IF WRK-IND-OPT-CCLUB LESS ZEROS
              MOVE SPACES              TO WRK-LDS-CCLUB
           ELSE
              MOVE WRK-HV-OPT-CCLUB    TO WRK-LDS-CCLUB
           END-IF

           IF WRK-IND-OPT-EMAIL LESS ZEROS
              MOVE SPACES              TO WRK-LDS-EMAIL
           ELSE
              MOVE WRK-HV-OPT-EMAIL    TO WRK-LDS-EMAIL
           END-IF

           MOVE WRK-LINHA-DOS-SUPRESSAO TO WRK-LINHA-RELDOS
           PERFORM 3800-GRAVAR-RELDOS01

           PERFORM 3510-LER-CSR-OPT
           .
      *----------------------------------------------------------------*
       3520-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    BLOCO 5 - PENDENCIAS DE CORRECAO EM ABERTO NA FILA DO       *
      *    PSDC2REJ PELAS CHAVES EM WRK-HOST-CHAVE (CCLUB OU EMAIL).   *
      *----------------------------------------------------------------*
       3600-LISTAR-PENDENCIAS SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-LINHA-RELDOS
           STRING '-- PENDENCIAS DE CORRECAO DO CADASTRO (ARQPEN02)'
                DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           PERFORM 3800-GRAVAR-RELDOS01

           IF WRK-SW-FILA-CARREGADA EQUAL 'N'
              MOVE SPACES              TO WRK-LINHA-RELDOS
              STRING '    FILA NAO INFORMADA NESTA EXECUCAO'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
              PERFORM 3800-GRAVAR-RELDOS01
           ELSE
              MOVE ZEROS               TO WRK-PEN-ACHADAS

              PERFORM 3610-VERIFICAR-PENDENCIA
                 VARYING WRK-PEN-IDX FROM 1 BY 1
                 UNTIL WRK-PEN-IDX GREATER WRK-PEN-QTDE

              IF WRK-PEN-ACHADAS EQUAL ZEROS
                 MOVE SPACES           TO WRK-LINHA-RELDOS
                 STRING '    NENHUMA PENDENCIA EM ABERTO'
                      DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
                 PERFORM 3800-GRAVAR-RELDOS01
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3610-VERIFICAR-PENDENCIA SECTION.
      *----------------------------------------------------------------*
           IF (WRK-IND-CH-CCLUB EQUAL ZEROS
               AND WRK-PEN-CCLUB(WRK-PEN-IDX) EQUAL WRK-HV-CH-CCLUB)
              OR (WRK-IND-CH-EMAIL EQUAL ZEROS
               AND WRK-PEN-EMAIL(WRK-PEN-IDX) EQUAL WRK-HV-CH-EMAIL)
              IF WRK-PEN-ACHADAS EQUAL ZEROS
                 MOVE WRK-CABEC-DOS-PENDENCIA TO WRK-LINHA-RELDOS
                 PERFORM 3800-GRAVAR-RELDOS01
              END-IF
              ADD 1                    TO WRK-PEN-ACHADAS
              MOVE WRK-PEN-DT-PRIMEIRA(WRK-PEN-IDX)
                                       TO WRK-LDN-DT-PRIMEIRA
              MOVE WRK-PEN-MOTIVO(WRK-PEN-IDX) TO WRK-LDN-MOTIVO
              MOVE WRK-PEN-EMAIL(WRK-PEN-IDX)  TO WRK-LDN-EMAIL
              MOVE WRK-LINHA-DOS-PENDENCIA TO WRK-LINHA-RELDOS
              PERFORM 3800-GRAVAR-RELDOS01
           END-IF
           .
      *----------------------------------------------------------------*
       3610-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    LEITURA DO ARQUIVO DE PEDIDOS                               *
      *----------------------------------------------------------------*
       3700-LER-ARQDOS01 SECTION.
      *----------------------------------------------------------------*
           MOVE 'ARQDOS01'             TO WRK-ARQUIVO
           SET WRK-CN-READ              TO TRUE

           READ ARQDOS01 INTO ARQDOS01-REGISTRO
              AT END
                 MOVE 'S'              TO WRK-FIM-ARQDOS
              NOT AT END
                 ADD 1                 TO ACU-LIDOS
           END-READ

           IF NOT WRK-FS-DOS01-OK AND NOT WRK-FS-DOS01-EOF
              MOVE WRK-FS-ARQDOS01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    GRAVA A LINHA MONTADA EM WRK-LINHA-RELDOS                   *
      *----------------------------------------------------------------*
       3800-GRAVAR-RELDOS01 SECTION.
      *----------------------------------------------------------------*
           MOVE 'RELDOS01'             TO WRK-ARQUIVO
           SET WRK-CN-WRITE             TO TRUE

           WRITE FD-RELDOS01 FROM WRK-LINHA-RELDOS

           IF NOT WRK-FS-RELDOS01-OK
              MOVE WRK-FS-RELDOS01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
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
      *    TOTAIS DO BALANCETE NO RODAPE DO RELDOS01 - CONFERE         *
      *    ACU-LIDOS CONTRA A SOMA DAS DESTINACOES DOS PEDIDOS, NA     *
      *    CONVENCAO DOS DEMAIS BALANCETES.                            *
      *----------------------------------------------------------------*
       9600-GERAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           MOVE 'RELDOS01'              TO WRK-ARQUIVO
           SET WRK-CN-WRITE              TO TRUE

           ADD ACU-ATENDIDOS ACU-SEM-CADASTRO ACU-INVALIDOS
              GIVING WRK-ACU-TOTAL-TRATADO

           IF ACU-LIDOS EQUAL WRK-ACU-TOTAL-TRATADO
              SET WRK-BALANCETE-CONFERE  TO TRUE
           ELSE
              SET WRK-BALANCETE-DIVERGENTE TO TRUE
           END-IF

           MOVE ALL '-'                  TO WRK-LINHA-RELDOS
           WRITE FD-RELDOS01 FROM WRK-LINHA-RELDOS

           MOVE SPACES                   TO WRK-LINHA-RELDOS
           MOVE ACU-LIDOS                TO WRK-MASK
           STRING 'PEDIDOS LIDOS DO ARQDOS01...................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           WRITE FD-RELDOS01 FROM WRK-LINHA-RELDOS

           MOVE SPACES                   TO WRK-LINHA-RELDOS
           MOVE ACU-ATENDIDOS            TO WRK-MASK2
           STRING 'PEDIDOS COM CADASTRO EM INFO_PSSOA..........: '
                WRK-MASK2
                DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           WRITE FD-RELDOS01 FROM WRK-LINHA-RELDOS

           MOVE SPACES                   TO WRK-LINHA-RELDOS
           MOVE ACU-SEM-CADASTRO         TO WRK-MASK3
           STRING 'PEDIDOS SEM CADASTRO EM INFO_PSSOA..........: '
                WRK-MASK3
                DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           WRITE FD-RELDOS01 FROM WRK-LINHA-RELDOS

           MOVE SPACES                   TO WRK-LINHA-RELDOS
           MOVE ACU-INVALIDOS            TO WRK-MASK4
           STRING 'PEDIDOS INVALIDOS (SEM CHAVE/CCLUB).........: '
                WRK-MASK4
                DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           WRITE FD-RELDOS01 FROM WRK-LINHA-RELDOS

           MOVE SPACES                   TO WRK-LINHA-RELDOS
           MOVE ACU-DOSSIES              TO WRK-MASK5
           STRING 'DOSSIES EMITIDOS (1 POR PESSOA).............: '
                WRK-MASK5
                DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           WRITE FD-RELDOS01 FROM WRK-LINHA-RELDOS

           MOVE SPACES                   TO WRK-LINHA-RELDOS
           IF WRK-BALANCETE-CONFERE
              STRING 'SITUACAO DO BALANCETE.......: OK - CONFERE'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           ELSE
              STRING 'SITUACAO DO BALANCETE.......: ** DIVERGENTE **'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELDOS
           END-IF
           WRITE FD-RELDOS01 FROM WRK-LINHA-RELDOS

           SET WRK-CN-CLOSE               TO TRUE
           CLOSE RELDOS01

           IF NOT WRK-FS-RELDOS01-OK
              MOVE 'S'                  TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-BALANCETE-DIVERGENTE
              DISPLAY '*****************************************'
              DISPLAY '* ATENCAO - BALANCETE DIVERGENTE         *'
              DISPLAY '*****************************************'
           END-IF
           .
      *----------------------------------------------------------------*
       9600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    ACRESCENTA 1 LINHA EM ARQHIST01, NOS MESMOS MOLDES DO       *
      *    9800-GRAVAR-HISTORICO DO PSDC2EX1: LIDOS = PEDIDOS LIDOS,   *
      *    GRAVADO = DOSSIES EMITIDOS.                                 *
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
           MOVE ACU-DOSSIES           TO ARQHIST01-ACU-GRAVADO
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

           SET WRK-CN-CLOSE TO TRUE.

      *    CANCELAMENTO NO MEIO DE UM PEDIDO DEIXA O CURSOR DE PESSOAS
      *    ABERTO
           IF WRK-SW-CSR-PSSOA-ABERTO EQUAL 'S'
              EXEC SQL
                 CLOSE CSR-DOS-PSSOA
              END-EXEC
           END-IF

           CLOSE ARQDOS01
           IF NOT WRK-FS-DOS01-OK
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 9600-GERAR-TOTAIS

           PERFORM 9800-GRAVAR-HISTORICO

           IF WRK-SW-ERRO-FATAL EQUAL 'S'
              MOVE 12                  TO RETURN-CODE
           END-IF

           DISPLAY '***************************************************'
           MOVE ACU-LIDOS              TO WRK-MASK
           DISPLAY '* QTDE PEDIDOS PROCESSADOS: ' WRK-MASK
                                                    '                *'
           MOVE ACU-DOSSIES            TO WRK-MASK
           DISPLAY '* QTDE DOSSIES EMITIDOS...: ' WRK-MASK
                                                    '                *'
           DISPLAY '*                                                 *'
           DISPLAY '* ' WRK-PROGRAMA
                             ' FIM NORMAL                             *'
           DISPLAY '***************************************************'

             STOP RUN.
      *----------------------------------------------------------------*
       9900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*

          END PROGRAM PSDC2DOS.
      *----------------------------------------------------------------*
