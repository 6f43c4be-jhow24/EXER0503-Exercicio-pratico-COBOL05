      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. PSDC2SCO.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: PSDC2SCO
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 02/09/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   CALCULO PERIODICO DO SCORE DE ENGAJAMENTO
      *                    POR CCLUB, GRAVADO EM DB2PRD.ENGAJ_CLIENTE
      *                    COM A FAIXA DE ENGAJAMENTO USADA PELO
      *                    CARTAO DE FILTRO DO PSDC2EX1 (COL 13):
      *                    - BASE: CONTATOS ENVIADOS DA JANELA EM
      *                      DB2PRD.HIST_CONTATO (SEM O GRUPO DE
      *                      CONTROLE, QUE NAO RECEBEU NADA) CONTRA AS
      *                      ABERTURAS E CLIQUES DA MESMA JANELA EM
      *                      DB2PRD.RESP_CAMPANHA
      *                    - SCORE 0 A 100 = RECENCIA DA ULTIMA
      *                      RESPOSTA (ATE 50) + FREQUENCIA DE
      *                      RESPOSTA SOBRE OS CONTATOS (ATE 50)
      *                    - FAIXA 'I' (INATIVO) = RECEBEU PELO MENOS
      *                      O MINIMO DE CONTATOS DO CARTAO NA JANELA
      *                      E NUNCA ABRIU NEM CLICOU; 'E' (ENGAJADO)
      *                      = TODOS OS DEMAIS (INCLUSIVE QUEM AINDA
      *                      TEM POUCO HISTORICO)
      *                    CADA RODADA RECALCULA TODOS OS CCLUB COM
      *                    CONTATO NA JANELA (UPDATE, OU INSERT NA
      *                    PRIMEIRA VEZ) E EXCLUI AS LINHAS QUE NAO
      *                    FORAM RECALCULADAS (CCLUB SEM CONTATO NA
      *                    JANELA VOLTA A SER "SEM HISTORICO", QUE O
      *                    PSDC2EX1 TRATA COMO ENGAJADO). COMMIT
      *                    PERIODICO; A REEXECUCAO REFAZ TUDO.
      *                    RELATORIO RELSCO01 COM A DISTRIBUICAO POR
      *                    FAIXA E POR SCORE, BALANCETE, E A LINHA DE
      *                    ARQHIST01 DA RODADA
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                                   *
      *      RELSCO01                                                  *
      *      ARQHIST01                                                 *
      *      HIST_CONTATO                                              *
      *      RESP_CAMPANHA                                             *
      *      ENGAJ_CLIENTE                                             *
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
           SELECT RELSCO01 ASSIGN       TO UT-S-RELSCO01
                      FILE STATUS      IS WRK-FS-RELSCO01.
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
      *   INPUT:      CARTAO DE PARAMETROS DO SCORE (OPCIONAL)         *
      *               ORG. SEQUENCIAL   -   LRECL = 010               *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQPARM              PIC X(010).

      *----------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DO SCORE DE ENGAJAMENTO - DISTRIBUICAO *
      *               POR FAIXA E POR SCORE, BALANCETE NO RODAPE       *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  RELSCO01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-RELSCO01             PIC X(132).

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
             'PSDC2SCO - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'PSDC2SCO'.
       77 WRK-MASK                PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-MASK2               PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-MASK3               PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
      *    SQLCODE "DE ENCERRAMENTO" GRAVADO NO ARQHIST01 (MESMA
      *    CONVENCAO DO PSDC2EX1/PSDC2EX2).
       77 WRK-SQLCODE             PIC  -99999.
       77 WRK-FIM-CSR-SCO         PIC  X(001) VALUE 'N'.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS           PIC  9(009) COMP-3 VALUE ZEROS.
           03 ACU-ATUALIZADOS     PIC  9(009) VALUE ZEROS.
           03 ACU-INSERIDOS       PIC  9(009) VALUE ZEROS.
           03 ACU-FAIXA-ENGAJADO  PIC  9(009) VALUE ZEROS.
           03 ACU-FAIXA-INATIVO   PIC  9(009) VALUE ZEROS.
           03 ACU-EXCLUIDOS       PIC  9(009) VALUE ZEROS.
           03 WRK-ACU-TOTAL-GRAVADO PIC 9(009) VALUE ZEROS.
           03 WRK-ACU-TOTAL-FAIXA PIC  9(009) VALUE ZEROS.
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

          05 WRK-FS-RELSCO01         PIC  X(002) VALUE SPACES.
             88 WRK-FS-RELSCO01-OK               VALUE '00'.

          05 WRK-FS-ARQHIST01        PIC  X(002) VALUE SPACES.
             88 WRK-FS-HIST01-OK                 VALUE '00'.

          05 WRK-FS-DISPLAY          PIC  X(002) VALUE SPACES.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DE RETRY E COMMIT PERIODICO DO DB2'.
      *----------------------------------------------------------------*
      *    RETRY DE DEADLOCK/TIMEOUT DO DB2 (SQLCODE -911/-913) NO     *
      *    FETCH, NO UPDATE/INSERT E NO COMMIT PERIODICO, NOS MESMOS   *
      *    MOLDES DO PSDC2EX2. O CURSOR E WITH HOLD, ENTAO PERMANECE   *
      *    POSICIONADO APOS O COMMIT.                                  *
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
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO CARTAO DE PARAMETROS DO SCORE'.
      *----------------------------------------------------------------*
      *    CARTAO OPCIONAL (DD ARQPARM):                               *
      *       COL 1-3 = JANELA EM DIAS (CONTATOS E RESPOSTAS CONTADOS  *
      *                 A PARTIR DE HOJE - JANELA)                     *
      *       COL 4-5 = MINIMO DE CONTATOS NA JANELA PARA UM CLIENTE   *
      *                 SEM NENHUMA RESPOSTA SER CLASSIFICADO INATIVO  *
      *    CAMPO AUSENTE/INVALIDO/ZERADO ASSUME 365 DIAS / 10 CONTATOS.*
      *----------------------------------------------------------------*
       01 WRK-REG-PARM.
          05 WRK-PARM-JANELA         PIC  X(003).
          05 WRK-PARM-JANELA-R REDEFINES WRK-PARM-JANELA
                                     PIC  9(003).
          05 WRK-PARM-MIN-CONTATOS   PIC  X(002).
          05 WRK-PARM-MIN-CONTATOS-R REDEFINES WRK-PARM-MIN-CONTATOS
                                     PIC  9(002).
          05 FILLER                  PIC  X(005).

       77 WRK-JANELA-DIAS            PIC  9(003) VALUE 365.
       77 WRK-MIN-CONTATOS           PIC  9(002) VALUE 10.
       77 WRK-DATA-CORTE             PIC  9(008) VALUE ZEROS.
       77 WRK-DIAS-INT               PIC S9(009) COMP VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO CALCULO DO SCORE'.
      *----------------------------------------------------------------*
      *    RECENCIA (ATE 50 PONTOS) PELOS DIAS DESDE A ULTIMA          *
      *    ABERTURA/CLIQUE DA JANELA:                                  *
      *       ATE 30 DIAS = 50 / ATE 90 = 35 / ATE 180 = 20 /          *
      *       MAIS ANTIGA (AINDA NA JANELA) = 10 / NENHUMA = 0         *
      *    FREQUENCIA (ATE 50 PONTOS): (ABERTURAS + 2 x CLIQUES) x 50  *
      *    / CONTATOS ENVIADOS, LIMITADA A 50 - O CLIQUE VALE O DOBRO  *
      *    DA ABERTURA (ABERTURA SOZINHA PODE SER PRE-CARGA DE IMAGEM  *
      *    DO PROVEDOR).                                               *
      *----------------------------------------------------------------*
       77 WRK-SCO-DIAS-RESPOSTA      PIC S9(009) COMP VALUE ZEROS.
       77 WRK-SCO-PTS-RECENCIA       PIC  9(003) VALUE ZEROS.
       77 WRK-SCO-PTS-FREQUENCIA     PIC  9(009) VALUE ZEROS.
       77 WRK-SCO-RESPOSTAS          PIC  9(009) VALUE ZEROS.
       77 WRK-SCO-SCORE              PIC  9(003) VALUE ZEROS.
       77 WRK-SCO-FAIXA-IDX          PIC  9(001) VALUE ZEROS.

      *    DISTRIBUICAO POR FAIXA DE SCORE NO RELSCO01 (0-19, 20-39,   *
      *    40-59, 60-79, 80-100)                                       *
       01 WRK-TAB-DISTRIB.
          05 WRK-DIS-QTD             PIC  9(009) OCCURS 5 TIMES.
       01 WRK-TAB-DISTRIB-ROTULOS.
          05 FILLER                  PIC  X(009) VALUE '  0 A  19'.
          05 FILLER                  PIC  X(009) VALUE ' 20 A  39'.
          05 FILLER                  PIC  X(009) VALUE ' 40 A  59'.
          05 FILLER                  PIC  X(009) VALUE ' 60 A  79'.
          05 FILLER                  PIC  X(009) VALUE ' 80 A 100'.
       01 WRK-TAB-DISTRIB-R REDEFINES WRK-TAB-DISTRIB-ROTULOS.
          05 WRK-DIS-ROTULO          PIC  X(009) OCCURS 5 TIMES.
       77 WRK-DIS-IDX                PIC  9(001) COMP VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO RELATORIO DO SCORE (RELSCO01)'.
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
       01 WRK-LINHA-RELSCO            PIC X(132).
      *
       77 WRK-SW-BALANCETE            PIC X(001) VALUE 'N'.
          88 WRK-BALANCETE-CONFERE              VALUE 'S'.
          88 WRK-BALANCETE-DIVERGENTE           VALUE 'N'.

      **** AREA ARQUIVO DE HISTORICO DE EXECUCOES (AUDITORIA) -
      **** MESMO LAYOUT DO ARQHIST01 DO PSDC2EX1; LIDOS = CLIENTES
      **** CALCULADOS, GRAVADO = LINHAS ATUALIZADAS + INSERIDAS

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

      *    LINHA DE DB2PRD.ENGAJ_CLIENTE (1 POR CCLUB):                *
      *       CCLUB, NUM_SCORE (0-100), CFAIXA_ENGAJ ('E'/'I'),        *
      *       QTD_CONTATOS, QTD_ABERTURAS, QTD_CLIQUES (DA JANELA),    *
      *       DT_ULT_RESPOSTA (AAAAMMDD, ZERO = NENHUMA), DT_CALCULO   *
       01 WRK-HOST-ENGAJ.
          05 WRK-HV-CCLUB          PIC 9(10).
          05 WRK-HV-QTD-CONTATOS   PIC S9(009) COMP.
          05 WRK-HV-QTD-ABERTURAS  PIC S9(009) COMP.
          05 WRK-HV-QTD-CLIQUES    PIC S9(009) COMP.
          05 WRK-HV-DT-ULT-RESP    PIC 9(08).
          05 WRK-HV-SCORE          PIC S9(004) COMP.
          05 WRK-HV-FAIXA-ENGAJ    PIC X(01).
             88 WRK-HV-FAIXA-ENGAJADO     VALUE 'E'.
             88 WRK-HV-FAIXA-INATIVO      VALUE 'I'.
       77 WRK-QTD-SEM-CONTATO      PIC S9(009) COMP VALUE ZEROS.

      *    CONTATOS ENVIADOS (SEM O GRUPO DE CONTROLE) E RESPOSTAS     *
      *    (ABERTURA/CLIQUE) DA JANELA, POR CCLUB. SO ENTRA QUEM TEVE  *
      *    CONTATO NA JANELA - RESPOSTA SEM CONTATO NA JANELA (PECA    *
      *    ANTIGA ABERTA AGORA) NAO CRIA CLIENTE NOVO NA TABELA.       *
           EXEC SQL DECLARE CSR-SCO-CLIENTE CURSOR WITH HOLD FOR
               SELECT H.CCLUB, H.QTD_CONTATOS,
                      COALESCE(R.QTD_ABERT, 0),
                      COALESCE(R.QTD_CLIQ, 0),
                      COALESCE(R.DT_ULT, 0)
                 FROM (SELECT CCLUB, COUNT(*) AS QTD_CONTATOS
                         FROM DB2PRD.HIST_CONTATO
                        WHERE DT_CONTATO   >= :WRK-DATA-CORTE
                          AND CIND_CONTROLE <> 'S'
                        GROUP BY CCLUB) AS H
                 LEFT OUTER JOIN
                      (SELECT CCLUB,
                              SUM(CASE WHEN CTPO_EVENTO = 'A'
                                       THEN 1 ELSE 0 END) AS QTD_ABERT,
                              SUM(CASE WHEN CTPO_EVENTO = 'C'
                                       THEN 1 ELSE 0 END) AS QTD_CLIQ,
                              MAX(DT_EVENTO) AS DT_ULT
                         FROM DB2PRD.RESP_CAMPANHA
                        WHERE DT_EVENTO   >= :WRK-DATA-CORTE
                          AND CTPO_EVENTO IN ('A', 'C')
                        GROUP BY CCLUB) AS R
                   ON R.CCLUB = H.CCLUB
                ORDER BY H.CCLUB
           END-EXEC.

      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
              'PSDC2SCO - FIM DA AREA DE WORKING'.
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
           PERFORM 3000-PROCESSAR UNTIL WRK-FIM-CSR-SCO EQUAL 'S'
      *
           PERFORM 3600-EXCLUIR-SEM-CONTATO
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
      *    ROTINA DE INICIALIZACAO: LE O CARTAO, CALCULA A DATA DE     *
      *    CORTE DA JANELA, ABRE O RELATORIO E O CURSOR DE CLIENTES.   *
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-EXECUCAO    FROM DATE YYYYMMDD

           MOVE +100                   TO WRK-SQLCODE

           MOVE WRK-DATA-EXEC-DD       TO WRK-DATA-EXEC-EDIT(1:2)
           MOVE WRK-DATA-EXEC-MM       TO WRK-DATA-EXEC-EDIT(4:2)
           MOVE WRK-DATA-EXEC-AAAA     TO WRK-DATA-EXEC-EDIT(7:4)

           MOVE ZEROS                  TO WRK-DIS-QTD(1)
                                          WRK-DIS-QTD(2)
                                          WRK-DIS-QTD(3)
                                          WRK-DIS-QTD(4)
                                          WRK-DIS-QTD(5)

           PERFORM 1050-LER-PARAMETROS

           COMPUTE WRK-DIAS-INT =
              FUNCTION INTEGER-OF-DATE(WRK-DATA-EXECUCAO)
              - WRK-JANELA-DIAS
           MOVE FUNCTION DATE-OF-INTEGER(WRK-DIAS-INT)
                                       TO WRK-DATA-CORTE

           DISPLAY '***************************************************'
           DISPLAY '* SCORE DE ENGAJAMENTO POR CCLUB (PSDC2SCO)       *'
           DISPLAY '* JANELA................: ' WRK-JANELA-DIAS
                   ' DIAS'
           DISPLAY '* MINIMO P/ INATIVO.....: ' WRK-MIN-CONTATOS
                   ' CONTATOS'
           DISPLAY '* CONTATOS DESDE........: ' WRK-DATA-CORTE
           DISPLAY '***************************************************'

           MOVE 'RELSCO01'             TO WRK-ARQUIVO
           SET WRK-CN-OPEN              TO TRUE

           OPEN OUTPUT RELSCO01

           IF NOT WRK-FS-RELSCO01-OK
              MOVE WRK-FS-RELSCO01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-WRITE             TO TRUE

           MOVE SPACES                 TO WRK-LINHA-RELSCO
           STRING 'SCORE DE ENGAJAMENTO POR CLIENTE - '
                WRK-PROGRAMA
                DELIMITED BY SIZE INTO WRK-LINHA-RELSCO
           WRITE FD-RELSCO01 FROM WRK-LINHA-RELSCO

           MOVE SPACES                 TO WRK-LINHA-RELSCO
           STRING 'DATA DA EXECUCAO....: ' WRK-DATA-EXEC-EDIT
                DELIMITED BY SIZE INTO WRK-LINHA-RELSCO
           WRITE FD-RELSCO01 FROM WRK-LINHA-RELSCO

           MOVE SPACES                 TO WRK-LINHA-RELSCO
           STRING 'JANELA DE ' WRK-JANELA-DIAS
                ' DIAS (CONTATOS E RESPOSTAS DESDE ' WRK-DATA-CORTE
                ') / INATIVO = ' WRK-MIN-CONTATOS
                ' OU MAIS CONTATOS SEM ABERTURA NEM CLIQUE'
                DELIMITED BY SIZE INTO WRK-LINHA-RELSCO
           WRITE FD-RELSCO01 FROM WRK-LINHA-RELSCO

           MOVE 'ENGAJCLI'             TO WRK-TABELA

           EXEC SQL
              OPEN CSR-SCO-CLIENTE
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3800-LER-CSR-SCO

           IF WRK-FIM-CSR-SCO EQUAL 'S'
              DISPLAY '************************************************'
              DISPLAY '*   NENHUM CONTATO ENVIADO NA JANELA           *'
              DISPLAY '* ' WRK-PROGRAMA '  SEM CLIENTE A CALCULAR     *'
              DISPLAY '************************************************'
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DO CARTAO DE PARAMETROS - DD ARQPARM.     *
      *    CARTAO AUSENTE, VAZIO OU COM CAMPO NAO NUMERICO/ZERADO      *
      *    MANTEM O DEFAULT DO CAMPO (VER AREA DO CARTAO).             *
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
                 IF WRK-PARM-JANELA NUMERIC
                    AND WRK-PARM-JANELA-R GREATER ZEROS
                    MOVE WRK-PARM-JANELA-R TO WRK-JANELA-DIAS
                 END-IF
                 IF WRK-PARM-MIN-CONTATOS NUMERIC
                    AND WRK-PARM-MIN-CONTATOS-R GREATER ZEROS
                    MOVE WRK-PARM-MIN-CONTATOS-R TO WRK-MIN-CONTATOS
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
      *        ROTINA DE PROCESSAMENTO PRINCIPAL - 1 CCLUB POR         *
      *        PASSAGEM: CALCULA SCORE E FAIXA E GRAVA EM              *
      *        ENGAJ_CLIENTE.                                          *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           PERFORM 3100-CALCULAR-SCORE

           PERFORM 3200-GRAVAR-ENGAJ

           PERFORM 3500-CONTAR-COMMIT

           PERFORM 3800-LER-CSR-SCO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    SCORE = RECENCIA + FREQUENCIA (VER AREA DO CALCULO DO       *
      *    SCORE) E FAIXA DE ENGAJAMENTO. SEM NENHUMA RESPOSTA NA      *
      *    JANELA E COM O MINIMO DE CONTATOS = INATIVO; O RESTO E      *
      *    ENGAJADO.                                                   *
      *----------------------------------------------------------------*
       3100-CALCULAR-SCORE SECTION.
      *----------------------------------------------------------------*
           ADD WRK-HV-QTD-ABERTURAS WRK-HV-QTD-CLIQUES
               WRK-HV-QTD-CLIQUES
              GIVING WRK-SCO-RESPOSTAS

           IF WRK-HV-DT-ULT-RESP GREATER ZEROS
              COMPUTE WRK-SCO-DIAS-RESPOSTA =
                 FUNCTION INTEGER-OF-DATE(WRK-DATA-EXECUCAO)
                 - FUNCTION INTEGER-OF-DATE(WRK-HV-DT-ULT-RESP)
              EVALUATE TRUE
                 WHEN WRK-SCO-DIAS-RESPOSTA NOT GREATER 30
                    MOVE 50            TO WRK-SCO-PTS-RECENCIA
                 WHEN WRK-SCO-DIAS-RESPOSTA NOT GREATER 90
                    MOVE 35            TO WRK-SCO-PTS-RECENCIA
                 WHEN WRK-SCO-DIAS-RESPOSTA NOT GREATER 180
                    MOVE 20            TO WRK-SCO-PTS-RECENCIA
                 WHEN OTHER
                    MOVE 10            TO WRK-SCO-PTS-RECENCIA
              END-EVALUATE
           ELSE
              MOVE ZEROS               TO WRK-SCO-PTS-RECENCIA
           END-IF

           IF WRK-HV-QTD-CONTATOS GREATER ZEROS
              COMPUTE WRK-SCO-PTS-FREQUENCIA =
                 (WRK-SCO-RESPOSTAS * 50) / WRK-HV-QTD-CONTATOS
           ELSE
              MOVE ZEROS               TO WRK-SCO-PTS-FREQUENCIA
           END-IF
           IF WRK-SCO-PTS-FREQUENCIA GREATER 50
              MOVE 50                  TO WRK-SCO-PTS-FREQUENCIA
           END-IF

           ADD WRK-SCO-PTS-RECENCIA WRK-SCO-PTS-FREQUENCIA
              GIVING WRK-SCO-SCORE
           MOVE WRK-SCO-SCORE          TO WRK-HV-SCORE

           IF WRK-SCO-RESPOSTAS EQUAL ZEROS
              AND WRK-HV-QTD-CONTATOS NOT LESS WRK-MIN-CONTATOS
              SET WRK-HV-FAIXA-INATIVO  TO TRUE
              ADD 1                    TO ACU-FAIXA-INATIVO
           ELSE
              SET WRK-HV-FAIXA-ENGAJADO TO TRUE
              ADD 1                    TO ACU-FAIXA-ENGAJADO
           END-IF

      *    DISTRIBUICAO DO RELSCO01 (FAIXAS DE 20 PONTOS - O 100 CAI
      *    JUNTO COM 80 A 99)
           DIVIDE WRK-SCO-SCORE BY 20 GIVING WRK-SCO-FAIXA-IDX
           IF WRK-SCO-FAIXA-IDX GREATER 4
              MOVE 4                   TO WRK-SCO-FAIXA-IDX
           END-IF
           ADD 1                       TO WRK-SCO-FAIXA-IDX
           ADD 1                       TO WRK-DIS-QTD(WRK-SCO-FAIXA-IDX)
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    ATUALIZA A LINHA DO CCLUB EM ENGAJ_CLIENTE; SE AINDA NAO    *
      *    EXISTE (SQLCODE +100), INSERE. DT_CALCULO = HOJE MARCA A    *
      *    LINHA COMO RECALCULADA (VER 3600-EXCLUIR-SEM-CONTATO).      *
      *----------------------------------------------------------------*
       3200-GRAVAR-ENGAJ SECTION.
      *----------------------------------------------------------------*
           MOVE 'ENGAJCLI'             TO WRK-TABELA
           MOVE ZEROS                  TO WRK-RETRY-CONTADOR

           PERFORM 3250-UPDATE-UNICO
              WITH TEST AFTER
              UNTIL (SQLCODE NOT EQUAL -911 AND SQLCODE NOT EQUAL -913)
                 OR WRK-RETRY-CONTADOR GREATER WRK-RETRY-MAX-TENTATIVAS

           EVALUATE TRUE
              WHEN SQLCODE EQUAL ZEROS
                 ADD 1                 TO ACU-ATUALIZADOS
              WHEN SQLCODE EQUAL +100
                 MOVE ZEROS            TO WRK-RETRY-CONTADOR
                 PERFORM 3260-INSERT-UNICO
                    WITH TEST AFTER
                    UNTIL (SQLCODE NOT EQUAL -911
                           AND SQLCODE NOT EQUAL -913)
                       OR WRK-RETRY-CONTADOR GREATER
                                          WRK-RETRY-MAX-TENTATIVAS
                 IF SQLCODE EQUAL ZEROS
                    ADD 1              TO ACU-INSERIDOS
                 ELSE
                    PERFORM 9100-ERROS-ARQUIVOS
                 END-IF
              WHEN OTHER
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3250-UPDATE-UNICO SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
              UPDATE DB2PRD.ENGAJ_CLIENTE
                 SET NUM_SCORE       = :WRK-HV-SCORE,
                     CFAIXA_ENGAJ    = :WRK-HV-FAIXA-ENGAJ,
                     QTD_CONTATOS    = :WRK-HV-QTD-CONTATOS,
                     QTD_ABERTURAS   = :WRK-HV-QTD-ABERTURAS,
                     QTD_CLIQUES     = :WRK-HV-QTD-CLIQUES,
                     DT_ULT_RESPOSTA = :WRK-HV-DT-ULT-RESP,
                     DT_CALCULO      = :WRK-DATA-EXECUCAO
               WHERE CCLUB = :WRK-HV-CCLUB
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
       3260-INSERT-UNICO SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
              INSERT INTO DB2PRD.ENGAJ_CLIENTE
                     (CCLUB, NUM_SCORE, CFAIXA_ENGAJ, QTD_CONTATOS,
                      QTD_ABERTURAS, QTD_CLIQUES, DT_ULT_RESPOSTA,
                      DT_CALCULO)
              VALUES (:WRK-HV-CCLUB, :WRK-HV-SCORE,
                      :WRK-HV-FAIXA-ENGAJ, :WRK-HV-QTD-CONTATOS,
                      :WRK-HV-QTD-ABERTURAS, :WRK-HV-QTD-CLIQUES,
                      :WRK-HV-DT-ULT-RESP, :WRK-DATA-EXECUCAO)
           END-EXEC

           IF SQLCODE EQUAL -911 OR SQLCODE EQUAL -913
              ADD 1                   TO WRK-RETRY-CONTADOR
              IF WRK-RETRY-CONTADOR NOT GREATER
                                          WRK-RETRY-MAX-TENTATIVAS
                 DISPLAY '* DEADLOCK/TIMEOUT DB2 (SQLCODE ' SQLCODE
                         ') NO INSERT - TENTATIVA ' WRK-RETRY-CONTADOR
                 CALL 'CEE3DLY' USING BY VALUE     WRK-RETRY-ESPERA
                                      BY REFERENCE WRK-RETRY-FEEDBACK
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3260-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    COMMIT PERIODICO (A CADA WRK-COMMIT-INTERVALO CLIENTES).    *
      *----------------------------------------------------------------*
       3500-CONTAR-COMMIT SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-COMMIT-CONTADOR
           IF WRK-COMMIT-CONTADOR GREATER OR EQUAL
                                          WRK-COMMIT-INTERVALO
              PERFORM 3920-COMMIT-SCORE
              MOVE ZEROS               TO WRK-COMMIT-CONTADOR
           END-IF
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    LINHAS DE ENGAJ_CLIENTE NAO RECALCULADAS HOJE SAO DE CCLUB  *
      *    SEM CONTATO ENVIADO NA JANELA - SAEM DA TABELA (O PSDC2EX1  *
      *    TRATA CCLUB SEM LINHA COMO ENGAJADO, "SEM HISTORICO"). SO   *
      *    DEPOIS DE O CURSOR TERMINAR: UM CANCELAMENTO NO MEIO NAO    *
      *    APAGA O QUE AINDA NAO FOI RECALCULADO.                      *
      *----------------------------------------------------------------*
       3600-EXCLUIR-SEM-CONTATO SECTION.
      *----------------------------------------------------------------*
           MOVE 'ENGAJCLI'             TO WRK-TABELA
           MOVE ZEROS                  TO WRK-QTD-SEM-CONTATO

           EXEC SQL
              SELECT COUNT(*)
                INTO :WRK-QTD-SEM-CONTATO
                FROM DB2PRD.ENGAJ_CLIENTE
               WHERE DT_CALCULO < :WRK-DATA-EXECUCAO
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-QTD-SEM-CONTATO GREATER ZEROS
              EXEC SQL
                 DELETE FROM DB2PRD.ENGAJ_CLIENTE
                  WHERE DT_CALCULO < :WRK-DATA-EXECUCAO
              END-EXEC

              IF SQLCODE NOT EQUAL ZEROS
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              MOVE WRK-QTD-SEM-CONTATO TO ACU-EXCLUIDOS
           END-IF
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    FETCH DO CSR-SCO-CLIENTE COM RETRY DE DEADLOCK/TIMEOUT, NOS *
      *    MOLDES DE 3800-LER-CURSOR DO PSDC2EX1.                      *
      *----------------------------------------------------------------*
       3800-LER-CSR-SCO SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                TO WRK-RETRY-CONTADOR

           PERFORM 3850-FETCH-SCO-UNICO
              WITH TEST AFTER
              UNTIL (SQLCODE NOT EQUAL -911 AND SQLCODE NOT EQUAL -913)
                 OR WRK-RETRY-CONTADOR GREATER WRK-RETRY-MAX-TENTATIVAS

           MOVE SQLCODE               TO WRK-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE EQUAL +100
                    MOVE 'S'           TO WRK-FIM-CSR-SCO
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
       3850-FETCH-SCO-UNICO SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
              FETCH CSR-SCO-CLIENTE INTO
                      :WRK-HV-CCLUB
                     ,:WRK-HV-QTD-CONTATOS
                     ,:WRK-HV-QTD-ABERTURAS
                     ,:WRK-HV-QTD-CLIQUES
                     ,:WRK-HV-DT-ULT-RESP
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
      *    COMMIT COM RETRY DE DEADLOCK/TIMEOUT.                       *
      *----------------------------------------------------------------*
       3920-COMMIT-SCORE SECTION.
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
      *    TOTAIS DO RELSCO01: FAIXAS, DISTRIBUICAO DO SCORE E         *
      *    BALANCETE - CADA CLIENTE LIDO TEM QUE TER SIDO ATUALIZADO   *
      *    OU INSERIDO E CAIDO EM UMA DAS DUAS FAIXAS.                 *
      *----------------------------------------------------------------*
       9600-GERAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           MOVE 'RELSCO01'              TO WRK-ARQUIVO
           SET WRK-CN-WRITE              TO TRUE

           ADD ACU-ATUALIZADOS ACU-INSERIDOS
              GIVING WRK-ACU-TOTAL-GRAVADO
           ADD ACU-FAIXA-ENGAJADO ACU-FAIXA-INATIVO
              GIVING WRK-ACU-TOTAL-FAIXA

           IF ACU-LIDOS EQUAL WRK-ACU-TOTAL-GRAVADO
              AND ACU-LIDOS EQUAL WRK-ACU-TOTAL-FAIXA
              SET WRK-BALANCETE-CONFERE  TO TRUE
           ELSE
              SET WRK-BALANCETE-DIVERGENTE TO TRUE
           END-IF

           MOVE ALL '-'                  TO WRK-LINHA-RELSCO
           WRITE FD-RELSCO01 FROM WRK-LINHA-RELSCO

           MOVE SPACES                   TO WRK-LINHA-RELSCO
           STRING 'DISTRIBUICAO DO SCORE (0 A 100):'
                DELIMITED BY SIZE INTO WRK-LINHA-RELSCO
           WRITE FD-RELSCO01 FROM WRK-LINHA-RELSCO

           PERFORM 9610-LISTAR-DISTRIBUICAO
              VARYING WRK-DIS-IDX FROM 1 BY 1
              UNTIL WRK-DIS-IDX GREATER 5

           MOVE ALL '-'                  TO WRK-LINHA-RELSCO
           WRITE FD-RELSCO01 FROM WRK-LINHA-RELSCO

           MOVE SPACES                   TO WRK-LINHA-RELSCO
           MOVE ACU-LIDOS                TO WRK-MASK
           STRING 'CLIENTES COM CONTATO NA JANELA (LIDOS)......: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELSCO
           WRITE FD-RELSCO01 FROM WRK-LINHA-RELSCO

           MOVE SPACES                   TO WRK-LINHA-RELSCO
           MOVE ACU-ATUALIZADOS          TO WRK-MASK2
           MOVE ACU-INSERIDOS            TO WRK-MASK3
           STRING 'ENGAJ_CLIENTE - ATUALIZADOS / INSERIDOS.....: '
                WRK-MASK2 ' / ' WRK-MASK3
                DELIMITED BY SIZE INTO WRK-LINHA-RELSCO
           WRITE FD-RELSCO01 FROM WRK-LINHA-RELSCO

           MOVE SPACES                   TO WRK-LINHA-RELSCO
           MOVE ACU-FAIXA-ENGAJADO       TO WRK-MASK
           STRING 'FAIXA E - ENGAJADOS.........................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELSCO
           WRITE FD-RELSCO01 FROM WRK-LINHA-RELSCO

           MOVE SPACES                   TO WRK-LINHA-RELSCO
           MOVE ACU-FAIXA-INATIVO        TO WRK-MASK
           STRING 'FAIXA I - INATIVOS..........................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELSCO
           WRITE FD-RELSCO01 FROM WRK-LINHA-RELSCO

           MOVE SPACES                   TO WRK-LINHA-RELSCO
           MOVE ACU-EXCLUIDOS            TO WRK-MASK
           STRING 'EXCLUIDOS - SEM CONTATO NA JANELA...........: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELSCO
           WRITE FD-RELSCO01 FROM WRK-LINHA-RELSCO

           MOVE SPACES                   TO WRK-LINHA-RELSCO
           IF WRK-BALANCETE-CONFERE
              STRING 'SITUACAO DO BALANCETE.......: OK - CONFERE'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELSCO
           ELSE
              STRING 'SITUACAO DO BALANCETE.......: ** DIVERGENTE **'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELSCO
           END-IF
           WRITE FD-RELSCO01 FROM WRK-LINHA-RELSCO

           SET WRK-CN-CLOSE               TO TRUE
           CLOSE RELSCO01

           IF NOT WRK-FS-RELSCO01-OK
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
       9610-LISTAR-DISTRIBUICAO SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                   TO WRK-LINHA-RELSCO
           MOVE WRK-DIS-QTD(WRK-DIS-IDX) TO WRK-MASK
           STRING '    SCORE ' WRK-DIS-ROTULO(WRK-DIS-IDX)
                '.........................: ' WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELSCO
           WRITE FD-RELSCO01 FROM WRK-LINHA-RELSCO
           .
      *----------------------------------------------------------------*
       9610-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    ACRESCENTA 1 LINHA EM ARQHIST01, NOS MESMOS MOLDES DO       *
      *    9800-GRAVAR-HISTORICO DO PSDC2EX1: LIDOS = CLIENTES         *
      *    CALCULADOS, GRAVADO = LINHAS ATUALIZADAS + INSERIDAS.       *
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

           ADD ACU-ATUALIZADOS ACU-INSERIDOS
              GIVING WRK-ACU-TOTAL-GRAVADO

           MOVE WRK-PROGRAMA          TO ARQHIST01-PROGRAMA
           MOVE WRK-DATA-EXECUCAO     TO ARQHIST01-DATA
           MOVE WRK-HORA-EXECUCAO     TO ARQHIST01-HORA
           MOVE SPACES                TO ARQHIST01-UF
           MOVE ACU-LIDOS             TO ARQHIST01-ACU-LIDOS
           MOVE WRK-ACU-TOTAL-GRAVADO TO ARQHIST01-ACU-GRAVADO
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

           PERFORM 3920-COMMIT-SCORE

           EXEC SQL
              CLOSE CSR-SCO-CLIENTE
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 9600-GERAR-TOTAIS

           PERFORM 9800-GRAVAR-HISTORICO

           IF WRK-SW-ERRO-FATAL EQUAL 'S'
              MOVE 12                  TO RETURN-CODE
           END-IF

           DISPLAY '***************************************************'
           MOVE ACU-LIDOS              TO WRK-MASK
           DISPLAY '* QTDE CLIENTES CALCULADOS: ' WRK-MASK
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

          END PROGRAM PSDC2SCO.
      *----------------------------------------------------------------*
