      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. PSDC2PRG.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: PSDC2PRG
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 02/09/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   EXPURGO PERIODICO (RETENCAO LGPD) DE
      *                    DB2PRD.HIST_CONTATO (GRAVADA POR
      *                    3940-GRAVAR-HIST-CONTATO DO PSDC2EX1) E
      *                    DB2PRD.RESP_CAMPANHA (GRAVADA PELO
      *                    PSDC2EX3), QUE SO CRESCIAM:
      *                    - A RETENCAO EM DIAS VEM DO CARTAO ARQPARM,
      *                      MAS NUNCA FICA MENOR QUE A MAIOR JANELA
      *                      DE FREQUENCIA DO ARQFRQ01 (SENAO O COUNT
      *                      DE 3130-VALIDAR-FREQUENCIA DO PSDC2EX1
      *                      PERDERIA CONTATOS DE DENTRO DA JANELA)
      *                    - O EXPURGO E POR SEQUENCIAL DE ARQUIVO
      *                      INTEIRO: SO SAI O SEQUENCIAL CUJO ULTIMO
      *                      CONTATO E ULTIMO EVENTO DO FORNECEDOR SAO
      *                      AMBOS ANTERIORES A DATA DE CORTE. SEQUEN-
      *                      CIAL AINDA RECEBENDO EVENTOS FICA INTEIRO
      *                      PARA O RELATORIO DE EFETIVIDADE, E NENHUM
      *                      SEQUENCIAL FICA PELA METADE
      *                    - CADA LINHA E GRAVADA NO ARQUIVO DE
      *                      EXPURGO (ARQEXP01) ANTES DO DELETE, COM
      *                      COMMIT PERIODICO E CURSORES WITH HOLD; A
      *                      REEXECUCAO APOS CANCELAMENTO RETOMA PELO
      *                      QUE SOBROU NAS TABELAS (O QUE NAO TINHA
      *                      COMMIT VOLTA A SER ARQUIVADO NO ARQEXP01
      *                      DA REEXECUCAO - GUARDAR OS DOIS)
      *                    RELATORIO RELPRG01 COM UMA LINHA POR
      *                    SEQUENCIAL EXPURGADO E BALANCETE, E A
      *                    LINHA DE ARQHIST01 DA RODADA
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                                   *
      *      ARQFRQ01 (CARTAO(OES) DE LIMITE DE FREQUENCIA DO PSDC2EX1)*
      *      ARQEXP01                                                  *
      *      RELPRG01                                                  *
      *      ARQHIST01                                                 *
      *      HIST_CONTATO                                              *
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
           SELECT ARQPARM  ASSIGN       TO UT-S-ARQPARM
                      FILE STATUS      IS WRK-FS-ARQPARM.
      *
           SELECT ARQFRQ01 ASSIGN       TO UT-S-ARQFRQ01
                      FILE STATUS      IS WRK-FS-ARQFRQ01.
      *
           SELECT ARQEXP01 ASSIGN       TO UT-S-ARQEXP01
                      FILE STATUS      IS WRK-FS-ARQEXP01.
      *
           SELECT RELPRG01 ASSIGN       TO UT-S-RELPRG01
                      FILE STATUS      IS WRK-FS-RELPRG01.
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
      *   INPUT:      CARTAO DE PARAMETROS DO EXPURGO (OPCIONAL)       *
      *               ORG. SEQUENCIAL   -   LRECL = 010               *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQPARM              PIC X(010).

      *----------------------------------------------------------------*
      *   INPUT:      CARTAO(OES) DE LIMITE DE FREQUENCIA - O MESMO DD *
      *               DO PSDC2EX1 (PODE SER A CONCATENACAO DOS         *
      *               CARTOES DE TODOS OS JOBS DE EXTRACAO)            *
      *               ORG. SEQUENCIAL   -   LRECL = 010               *
      *---------------------------------------------------------------*

       FD  ARQFRQ01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQFRQ01             PIC X(010).

      *----------------------------------------------------------------*
      *   OUTPUT:     ARQUIVO DAS LINHAS EXPURGADAS DE HIST_CONTATO E  *
      *               RESP_CAMPANHA (GRAVADAS ANTES DO DELETE)         *
      *               ORG. SEQUENCIAL   -   LRECL = 060               *
      *---------------------------------------------------------------*

       FD  ARQEXP01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQEXP01             PIC X(060).

      *----------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DO EXPURGO - 1 LINHA POR SEQUENCIAL E  *
      *               BALANCETE NO RODAPE                              *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  RELPRG01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-RELPRG01             PIC X(132).

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
             'PSDC2PRG - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'PSDC2PRG'.
       77 WRK-MASK                PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-MASK2               PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-MASK3               PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-MASK4               PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-MASK5               PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
      *    SQLCODE "DE ENCERRAMENTO" GRAVADO NO ARQHIST01 (MESMA
      *    CONVENCAO DO PSDC2EX1/PSDC2EX2).
       77 WRK-SQLCODE             PIC  -99999.
       77 WRK-FIM-CSR-SEQ         PIC  X(001) VALUE 'N'.
       77 WRK-FIM-CSR-HIST        PIC  X(001) VALUE 'N'.
       77 WRK-FIM-CSR-RESP        PIC  X(001) VALUE 'N'.
       77 WRK-FIM-ARQFRQ          PIC  X(001) VALUE 'N'.
      *
      *    AS TABELAS CRESCEM MILHOES DE LINHAS POR MES - OS
      *    CONTADORES DE LINHAS TEM 9 POSICOES
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS           PIC  9(009) COMP-3 VALUE ZEROS.
           03 ACU-SEQ-EXPURGADOS  PIC  9(005) VALUE ZEROS.
           03 ACU-HIST-ARQUIVADOS PIC  9(009) VALUE ZEROS.
           03 ACU-HIST-EXCLUIDOS  PIC  9(009) VALUE ZEROS.
           03 ACU-RESP-ARQUIVADOS PIC  9(009) VALUE ZEROS.
           03 ACU-RESP-EXCLUIDOS  PIC  9(009) VALUE ZEROS.
           03 WRK-ACU-TOTAL-TRATADO PIC 9(009) VALUE ZEROS.
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

          05 WRK-FS-ARQFRQ01         PIC  X(002) VALUE SPACES.
             88 WRK-FS-FRQ01-OK                  VALUE '00'.
             88 WRK-FS-FRQ01-EOF                 VALUE '10'.
             88 WRK-FS-FRQ01-NAO-ACHOU           VALUE '35'.

          05 WRK-FS-ARQEXP01         PIC  X(002) VALUE SPACES.
             88 WRK-FS-EXP01-OK                  VALUE '00'.

          05 WRK-FS-RELPRG01         PIC  X(002) VALUE SPACES.
             88 WRK-FS-RELPRG01-OK               VALUE '00'.

          05 WRK-FS-ARQHIST01        PIC  X(002) VALUE SPACES.
             88 WRK-FS-HIST01-OK                 VALUE '00'.

          05 WRK-FS-DISPLAY          PIC  X(002) VALUE SPACES.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DE RETRY E COMMIT PERIODICO DO DB2'.
      *----------------------------------------------------------------*
      *    RETRY DE DEADLOCK/TIMEOUT DO DB2 (SQLCODE -911/-913) NOS    *
      *    FETCH E NO COMMIT PERIODICO, NOS MESMOS MOLDES DO PSDC2EX2. *
      *    OS CURSORES SAO WITH HOLD, ENTAO PERMANECEM POSICIONADOS    *
      *    APOS O COMMIT.                                              *
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
             'AREA DO CARTAO DE PARAMETROS DO EXPURGO'.
      *----------------------------------------------------------------*
      *    CARTAO OPCIONAL (DD ARQPARM):                               *
      *       COL 1-4 = RETENCAO EM DIAS (PRAZO DECLARADO NA POLITICA  *
      *                 DE PRIVACIDADE PARA O HISTORICO DE CONTATO)    *
      *    AUSENTE/VAZIO/INVALIDO ASSUME 0730 (2 ANOS).                *
      *    A RETENCAO EFETIVA NUNCA FICA ABAIXO DA MAIOR JANELA DE     *
      *    FREQUENCIA DO ARQFRQ01 (COL 3-5 DE CADA CARTAO - MESMO      *
      *    LAYOUT DE 1058-LER-LIMITE-FREQUENCIA DO PSDC2EX1).          *
      *----------------------------------------------------------------*
       01 WRK-REG-PARM.
          05 WRK-PARM-RETENCAO       PIC  X(004).
          05 WRK-PARM-RETENCAO-R REDEFINES WRK-PARM-RETENCAO
                                     PIC  9(004).
          05 FILLER                  PIC  X(006).

       01 WRK-REG-FRQ.
          05 WRK-FRQ-CARD-MAX        PIC  X(002).
          05 WRK-FRQ-CARD-JANELA     PIC  X(003).
          05 WRK-FRQ-CARD-JANELA-R REDEFINES WRK-FRQ-CARD-JANELA
                                     PIC  9(003).
          05 FILLER                  PIC  X(005).

       77 WRK-RETENCAO-DIAS          PIC  9(004) VALUE 730.
       77 WRK-MAIOR-JANELA-DIAS      PIC  9(004) VALUE ZEROS.
       77 WRK-RETENCAO-EFETIVA       PIC  9(004) VALUE ZEROS.
       77 WRK-DATA-CORTE             PIC  9(008) VALUE ZEROS.
       77 WRK-DIAS-INT               PIC S9(009) COMP VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO RELATORIO DO EXPURGO (RELPRG01)'.
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
       01 WRK-LINHA-RELPRG            PIC X(132).
      *
       77 WRK-SW-BALANCETE            PIC X(001) VALUE 'N'.
          88 WRK-BALANCETE-CONFERE              VALUE 'S'.
          88 WRK-BALANCETE-DIVERGENTE           VALUE 'N'.

      *    CONTADORES DO SEQUENCIAL CORRENTE                           *
       77 WRK-SEQ-QTD-HIST            PIC  9(009) VALUE ZEROS.
       77 WRK-SEQ-QTD-RESP            PIC  9(009) VALUE ZEROS.

      *    LINHA DE UM SEQUENCIAL EXPURGADO                            *
       01 WRK-LINHA-PRG-SEQ.
          05 FILLER                  PIC  X(004) VALUE 'SEQ '.
          05 WRK-LPS-SEQ             PIC  9(006).
          05 FILLER                  PIC  X(003) VALUE SPACES.
          05 WRK-LPS-DT-ULTIMA       PIC  9(008).
          05 FILLER                  PIC  X(003) VALUE SPACES.
          05 WRK-LPS-QTD-HIST        PIC  ZZZ.ZZZ.ZZ9.
          05 FILLER                  PIC  X(003) VALUE SPACES.
          05 WRK-LPS-QTD-RESP        PIC  ZZZ.ZZZ.ZZ9.

       01 WRK-CABEC-PRG-SEQ.
          05 FILLER                  PIC  X(013) VALUE 'SEQUENCIAL'.
          05 FILLER                  PIC  X(011) VALUE 'ULT.MOVTO'.
          05 FILLER                  PIC  X(014) VALUE
             'HIST_CONTATO'.
          05 FILLER                  PIC  X(013) VALUE
             'RESP_CAMPANHA'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO BOOK DO ARQUIVO DE EXPURGO'.
      *----------------------------------------------------------------*
      *    UMA LINHA EXPURGADA, DE QUALQUER DAS DUAS TABELAS:          *
      *       TABELA (1)  H = HIST_CONTATO / R = RESP_CAMPANHA         *
      *       SEQUENCIAL (6), CCLUB (10)                               *
      *       DATA (8)    DT_CONTATO (H) OU DT_EVENTO (R)              *
      *       FILTRO (10) IMAGEM DO CARTAO (H) - NO R, SO A 1A.        *
      *                   POSICAO: TIPO DO EVENTO (E/A/C/D)            *
      *       DATA DO EXPURGO (8)                                      *
      *       CONTROLE (1) CIND_CONTROLE (H) - S = GRUPO DE CONTROLE   *
      *       CAMPANHA (8) CCAMPANHA (H) - BRANCO = CARTAO DO ARQPARM  *
      *----------------------------------------------------------------*
       01 ARQEXP01-REGISTRO.
          03 ARQEXP01-TABELA       PIC X(01).
             88 ARQEXP01-HIST-CONTATO     VALUE 'H'.
             88 ARQEXP01-RESP-CAMPANHA    VALUE 'R'.
          03 ARQEXP01-NUM-SEQ      PIC 9(06).
          03 ARQEXP01-CCLUB        PIC 9(10).
          03 ARQEXP01-DATA         PIC 9(08).
          03 ARQEXP01-FILTRO       PIC X(10).
          03 ARQEXP01-EVENTO-R REDEFINES ARQEXP01-FILTRO.
             05 ARQEXP01-TIPO-EVENTO PIC X(01).
             05 FILLER             PIC X(09).
          03 ARQEXP01-DT-EXPURGO   PIC 9(08).
          03 ARQEXP01-CIND-CONTROLE PIC X(01).
          03 ARQEXP01-CAMPANHA     PIC X(08).
          03 FILLER                PIC X(08).

      **** AREA ARQUIVO DE HISTORICO DE EXECUCOES (AUDITORIA) -
      **** MESMO LAYOUT DO ARQHIST01 DO PSDC2EX1; LIDOS = LINHAS
      **** ARQUIVADAS, GRAVADO = LINHAS EXCLUIDAS DAS DUAS TABELAS

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
       77 WRK-ACU-EXCLUIDOS          PIC  9(009) VALUE ZEROS.
      *    LIDOS/GRAVADO DO ARQHIST01 TEM 7 DIGITOS E OS ACUMULADORES 9;
      *    ACIMA DISSO A LINHA LEVA O TETO (VER 9700-LIMITAR-HISTORICO)
       77 WRK-HIST-TETO              PIC  9(009) VALUE 9999999.
       77 WRK-HIST-LIDOS             PIC  9(007) VALUE ZEROS.
       77 WRK-HIST-GRAVADO           PIC  9(007) VALUE ZEROS.
       77 WRK-SW-HIST-LIMITADO       PIC  X(001) VALUE 'N'.
          88 WRK-HIST-LIMITADO                   VALUE 'S'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
              'AREA PARA DB2'.
      *----------------------------------------------------------------*
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 WRK-HOST-EXPURGO.
          05 WRK-HV-NUM-SEQ        PIC 9(06).
          05 WRK-HV-DT-ULTIMA      PIC 9(08).
          05 WRK-HV-CCLUB          PIC 9(10).
          05 WRK-HV-DATA           PIC 9(08).
          05 WRK-HV-FILTRO         PIC X(10).
          05 WRK-HV-TIPO-EVENTO    PIC X(01).
          05 WRK-HV-CIND-CONTROLE  PIC X(01).
          05 WRK-HV-CAMPANHA       PIC X(08).

      *    SEQUENCIAIS EXPURGAVEIS: O MOVIMENTO MAIS RECENTE DO        *
      *    SEQUENCIAL NAS DUAS TABELAS (ULTIMO CONTATO OU ULTIMO       *
      *    EVENTO DO FORNECEDOR) E ANTERIOR A DATA DE CORTE. O UNION   *
      *    ALL TAMBEM PEGA EVENTO ORFAO (SEQUENCIAL SEM HIST_CONTATO). *
           EXEC SQL DECLARE CSR-PRG-SEQ CURSOR WITH HOLD FOR
               SELECT T.NUM_SEQ_ARQ, MAX(T.DT_MOVTO)
                 FROM (SELECT H.NUM_SEQ_ARQ, H.DT_CONTATO AS DT_MOVTO
                         FROM DB2PRD.HIST_CONTATO H
                       UNION ALL
                       SELECT R.NUM_SEQ_ARQ, R.DT_EVENTO AS DT_MOVTO
                         FROM DB2PRD.RESP_CAMPANHA R) AS T
                GROUP BY T.NUM_SEQ_ARQ
               HAVING MAX(T.DT_MOVTO) < :WRK-DATA-CORTE
                ORDER BY T.NUM_SEQ_ARQ
           END-EXEC.

      *    LINHAS DO SEQUENCIAL - CURSOR DE ATUALIZACAO PARA O DELETE  *
      *    POSICIONADO (CADA LINHA SAI NO ARQEXP01 E E EXCLUIDA LOGO   *
      *    EM SEGUIDA, NA MESMA UNIDADE DE TRABALHO)                   *
           EXEC SQL DECLARE CSR-PRG-HIST CURSOR WITH HOLD FOR
               SELECT CCLUB, DT_CONTATO, FILTRO, CIND_CONTROLE,
                      CCAMPANHA
                 FROM DB2PRD.HIST_CONTATO
                WHERE NUM_SEQ_ARQ = :WRK-HV-NUM-SEQ
                  FOR UPDATE
           END-EXEC.

           EXEC SQL DECLARE CSR-PRG-RESP CURSOR WITH HOLD FOR
               SELECT CCLUB, CTPO_EVENTO, DT_EVENTO
                 FROM DB2PRD.RESP_CAMPANHA
                WHERE NUM_SEQ_ARQ = :WRK-HV-NUM-SEQ
                  FOR UPDATE
           END-EXEC.

      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
              'PSDC2PRG - FIM DA AREA DE WORKING'.
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
           PERFORM 3000-PROCESSAR UNTIL WRK-FIM-CSR-SEQ EQUAL 'S'
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
      *    ROTINA DE INICIALIZACAO: LE O CARTAO E AS JANELAS DE        *
      *    FREQUENCIA, CALCULA A DATA DE CORTE, ABRE O ARQUIVO DE      *
      *    EXPURGO, O RELATORIO E O CURSOR DE SEQUENCIAIS.             *
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

           PERFORM 1060-LER-JANELAS-FREQUENCIA

           IF WRK-MAIOR-JANELA-DIAS GREATER WRK-RETENCAO-DIAS
              MOVE WRK-MAIOR-JANELA-DIAS TO WRK-RETENCAO-EFETIVA
           ELSE
              MOVE WRK-RETENCAO-DIAS     TO WRK-RETENCAO-EFETIVA
           END-IF

           COMPUTE WRK-DIAS-INT =
              FUNCTION INTEGER-OF-DATE(WRK-DATA-EXECUCAO)
              - WRK-RETENCAO-EFETIVA
           MOVE FUNCTION DATE-OF-INTEGER(WRK-DIAS-INT)
                                       TO WRK-DATA-CORTE

           DISPLAY '***************************************************'
           DISPLAY '* EXPURGO DE HIST_CONTATO/RESP_CAMPANHA (PSDC2PRG)*'
           DISPLAY '* RETENCAO DO CARTAO....: ' WRK-RETENCAO-DIAS
                   ' DIAS'
           DISPLAY '* MAIOR JANELA ARQFRQ01.: ' WRK-MAIOR-JANELA-DIAS
                   ' DIAS'
           DISPLAY '* RETENCAO EFETIVA......: ' WRK-RETENCAO-EFETIVA
                   ' DIAS'
           DISPLAY '* DATA DE CORTE.........: ' WRK-DATA-CORTE
           DISPLAY '***************************************************'

           MOVE 'ARQEXP01'             TO WRK-ARQUIVO
           SET WRK-CN-OPEN              TO TRUE

           OPEN OUTPUT ARQEXP01

           IF NOT WRK-FS-EXP01-OK
              MOVE WRK-FS-ARQEXP01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'RELPRG01'             TO WRK-ARQUIVO

           OPEN OUTPUT RELPRG01

           IF NOT WRK-FS-RELPRG01-OK
              MOVE WRK-FS-RELPRG01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-WRITE             TO TRUE

           MOVE SPACES                 TO WRK-LINHA-RELPRG
           STRING 'EXPURGO DE HIST_CONTATO E RESP_CAMPANHA - '
                WRK-PROGRAMA
                DELIMITED BY SIZE INTO WRK-LINHA-RELPRG
           WRITE FD-RELPRG01 FROM WRK-LINHA-RELPRG

           MOVE SPACES                 TO WRK-LINHA-RELPRG
           STRING 'DATA DA EXECUCAO....: ' WRK-DATA-EXEC-EDIT
                DELIMITED BY SIZE INTO WRK-LINHA-RELPRG
           WRITE FD-RELPRG01 FROM WRK-LINHA-RELPRG

           MOVE SPACES                 TO WRK-LINHA-RELPRG
           STRING 'RETENCAO DO CARTAO ' WRK-RETENCAO-DIAS
                ' DIAS / MAIOR JANELA DE FREQUENCIA '
                WRK-MAIOR-JANELA-DIAS ' DIAS / RETENCAO EFETIVA '
                WRK-RETENCAO-EFETIVA ' DIAS'
                DELIMITED BY SIZE INTO WRK-LINHA-RELPRG
           WRITE FD-RELPRG01 FROM WRK-LINHA-RELPRG

           MOVE SPACES                 TO WRK-LINHA-RELPRG
           STRING 'EXPURGA SEQUENCIAL SEM CONTATO NEM EVENTO DESDE '
                WRK-DATA-CORTE
                DELIMITED BY SIZE INTO WRK-LINHA-RELPRG
           WRITE FD-RELPRG01 FROM WRK-LINHA-RELPRG

           WRITE FD-RELPRG01 FROM WRK-CABEC-PRG-SEQ

           MOVE 'CSRPRGSEQ'            TO WRK-TABELA

           EXEC SQL
              OPEN CSR-PRG-SEQ
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3800-LER-CSR-SEQ

           IF WRK-FIM-CSR-SEQ EQUAL 'S'
              DISPLAY '************************************************'
              DISPLAY '*   NENHUM SEQUENCIAL ANTERIOR AO CORTE        *'
              DISPLAY '* ' WRK-PROGRAMA '  SEM EXPURGO A FAZER        *'
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
      *    MANTEM O DEFAULT (VER COMENTARIO DA AREA DO CARTAO).        *
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
                 IF WRK-PARM-RETENCAO NUMERIC
                    AND WRK-PARM-RETENCAO-R GREATER ZEROS
                    MOVE WRK-PARM-RETENCAO-R TO WRK-RETENCAO-DIAS
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
      *    LE TODOS OS CARTOES DO ARQFRQ01 E GUARDA A MAIOR JANELA     *
      *    VALIDA (COL 3-5). DD AUSENTE OU SEM CARTAO VALIDO = SEM     *
      *    LIMITE DE FREQUENCIA, VALE SO A RETENCAO DO CARTAO.         *
      *----------------------------------------------------------------*
       1060-LER-JANELAS-FREQUENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE 'ARQFRQ01'               TO WRK-ARQUIVO
           SET WRK-CN-OPEN                TO TRUE

           OPEN INPUT ARQFRQ01

           EVALUATE TRUE
              WHEN WRK-FS-FRQ01-OK
                 SET WRK-CN-READ          TO TRUE
                 PERFORM 1065-LER-CARTAO-FREQUENCIA
                    UNTIL WRK-FIM-ARQFRQ EQUAL 'S'

                 SET WRK-CN-CLOSE         TO TRUE
                 CLOSE ARQFRQ01
              WHEN WRK-FS-FRQ01-NAO-ACHOU
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQFRQ01    TO WRK-FS-DISPLAY
                 MOVE 'S'                TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       1060-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       1065-LER-CARTAO-FREQUENCIA SECTION.
      *----------------------------------------------------------------*
           READ ARQFRQ01 INTO WRK-REG-FRQ
              AT END
                 MOVE 'S'              TO WRK-FIM-ARQFRQ
              NOT AT END
                 IF WRK-FRQ-CARD-JANELA NUMERIC
                    AND WRK-FRQ-CARD-JANELA-R GREATER
                                       WRK-MAIOR-JANELA-DIAS
                    MOVE WRK-FRQ-CARD-JANELA-R TO
                                       WRK-MAIOR-JANELA-DIAS
                 END-IF
           END-READ

           IF NOT WRK-FS-FRQ01-OK AND NOT WRK-FS-FRQ01-EOF
              MOVE WRK-FS-ARQFRQ01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1065-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *        ROTINA DE PROCESSAMENTO PRINCIPAL - 1 SEQUENCIAL        *
      *        EXPURGAVEL POR PASSAGEM: ARQUIVA E EXCLUI AS LINHAS     *
      *        DE HIST_CONTATO E DEPOIS AS DE RESP_CAMPANHA.           *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WRK-SEQ-QTD-HIST
                                          WRK-SEQ-QTD-RESP

           PERFORM 3100-EXPURGAR-HIST

           PERFORM 3200-EXPURGAR-RESP

           ADD 1                       TO ACU-SEQ-EXPURGADOS

           PERFORM 3600-GRAVAR-LINHA-SEQ

           PERFORM 3800-LER-CSR-SEQ
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    HIST_CONTATO DO SEQUENCIAL: CADA LINHA VAI PARA O ARQEXP01  *
      *    E E EXCLUIDA PELO CURSOR (DELETE WHERE CURRENT OF).         *
      *----------------------------------------------------------------*
       3100-EXPURGAR-HIST SECTION.
      *----------------------------------------------------------------*
           MOVE 'HISTCONT'             TO WRK-TABELA
           MOVE 'N'                    TO WRK-FIM-CSR-HIST

           EXEC SQL
              OPEN CSR-PRG-HIST
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3110-LER-CSR-HIST

           PERFORM 3120-ARQUIVAR-HIST
              UNTIL WRK-FIM-CSR-HIST EQUAL 'S'

           EXEC SQL
              CLOSE CSR-PRG-HIST
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3110-LER-CSR-HIST SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                TO WRK-RETRY-CONTADOR

           PERFORM 3115-FETCH-HIST-UNICO
              WITH TEST AFTER
              UNTIL (SQLCODE NOT EQUAL -911 AND SQLCODE NOT EQUAL -913)
                 OR WRK-RETRY-CONTADOR GREATER WRK-RETRY-MAX-TENTATIVAS

           EVALUATE TRUE
               WHEN SQLCODE EQUAL +100
                    MOVE 'S'           TO WRK-FIM-CSR-HIST
               WHEN SQLCODE EQUAL ZEROS
                    ADD 1              TO ACU-LIDOS
               WHEN OTHER
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3115-FETCH-HIST-UNICO SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
              FETCH CSR-PRG-HIST INTO
                      :WRK-HV-CCLUB
                     ,:WRK-HV-DATA
                     ,:WRK-HV-FILTRO
                     ,:WRK-HV-CIND-CONTROLE
                     ,:WRK-HV-CAMPANHA
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
      *    ARQUIVA A LINHA CORRENTE DE HIST_CONTATO E A EXCLUI. O      *
      *    DELETE POSICIONADO NAO TEM RETRY: O -911 DESFAZ A UNIDADE   *
      *    DE TRABALHO E FECHA O CURSOR, E A REEXECUCAO RETOMA DO QUE  *
      *    FICOU NA TABELA.                                            *
      *----------------------------------------------------------------*
       3120-ARQUIVAR-HIST SECTION.
      *----------------------------------------------------------------*
           INITIALIZE                  ARQEXP01-REGISTRO
           SET ARQEXP01-HIST-CONTATO   TO TRUE
           MOVE WRK-HV-NUM-SEQ         TO ARQEXP01-NUM-SEQ
           MOVE WRK-HV-CCLUB           TO ARQEXP01-CCLUB
           MOVE WRK-HV-DATA            TO ARQEXP01-DATA
           MOVE WRK-HV-FILTRO          TO ARQEXP01-FILTRO
           MOVE WRK-HV-CIND-CONTROLE   TO ARQEXP01-CIND-CONTROLE
           MOVE WRK-HV-CAMPANHA        TO ARQEXP01-CAMPANHA
           MOVE WRK-DATA-EXECUCAO      TO ARQEXP01-DT-EXPURGO

           PERFORM 3700-GRAVAR-ARQEXP01

           ADD 1                       TO ACU-HIST-ARQUIVADOS

           EXEC SQL
              DELETE FROM DB2PRD.HIST_CONTATO
               WHERE CURRENT OF CSR-PRG-HIST
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                       TO ACU-HIST-EXCLUIDOS
                                          WRK-SEQ-QTD-HIST

           PERFORM 3500-CONTAR-COMMIT

           PERFORM 3110-LER-CSR-HIST
           .
      *----------------------------------------------------------------*
       3120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    RESP_CAMPANHA DO SEQUENCIAL, NOS MESMOS MOLDES DE           *
      *    3100-EXPURGAR-HIST.                                         *
      *----------------------------------------------------------------*
       3200-EXPURGAR-RESP SECTION.
      *----------------------------------------------------------------*
           MOVE 'RESPCAMP'             TO WRK-TABELA
           MOVE 'N'                    TO WRK-FIM-CSR-RESP

           EXEC SQL
              OPEN CSR-PRG-RESP
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3210-LER-CSR-RESP

           PERFORM 3220-ARQUIVAR-RESP
              UNTIL WRK-FIM-CSR-RESP EQUAL 'S'

           EXEC SQL
              CLOSE CSR-PRG-RESP
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3210-LER-CSR-RESP SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                TO WRK-RETRY-CONTADOR

           PERFORM 3215-FETCH-RESP-UNICO
              WITH TEST AFTER
              UNTIL (SQLCODE NOT EQUAL -911 AND SQLCODE NOT EQUAL -913)
                 OR WRK-RETRY-CONTADOR GREATER WRK-RETRY-MAX-TENTATIVAS

           EVALUATE TRUE
               WHEN SQLCODE EQUAL +100
                    MOVE 'S'           TO WRK-FIM-CSR-RESP
               WHEN SQLCODE EQUAL ZEROS
                    ADD 1              TO ACU-LIDOS
               WHEN OTHER
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3215-FETCH-RESP-UNICO SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
              FETCH CSR-PRG-RESP INTO
                      :WRK-HV-CCLUB
                     ,:WRK-HV-TIPO-EVENTO
                     ,:WRK-HV-DATA
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
       3215-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3220-ARQUIVAR-RESP SECTION.
      *----------------------------------------------------------------*
           INITIALIZE                  ARQEXP01-REGISTRO
           SET ARQEXP01-RESP-CAMPANHA  TO TRUE
           MOVE WRK-HV-NUM-SEQ         TO ARQEXP01-NUM-SEQ
           MOVE WRK-HV-CCLUB           TO ARQEXP01-CCLUB
           MOVE WRK-HV-DATA            TO ARQEXP01-DATA
           MOVE WRK-HV-TIPO-EVENTO     TO ARQEXP01-TIPO-EVENTO
           MOVE WRK-DATA-EXECUCAO      TO ARQEXP01-DT-EXPURGO

           PERFORM 3700-GRAVAR-ARQEXP01

           ADD 1                       TO ACU-RESP-ARQUIVADOS

           EXEC SQL
              DELETE FROM DB2PRD.RESP_CAMPANHA
               WHERE CURRENT OF CSR-PRG-RESP
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                       TO ACU-RESP-EXCLUIDOS
                                          WRK-SEQ-QTD-RESP

           PERFORM 3500-CONTAR-COMMIT

           PERFORM 3210-LER-CSR-RESP
           .
      *----------------------------------------------------------------*
       3220-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    COMMIT PERIODICO (A CADA WRK-COMMIT-INTERVALO EXCLUSOES).   *
      *----------------------------------------------------------------*
       3500-CONTAR-COMMIT SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-COMMIT-CONTADOR
           IF WRK-COMMIT-CONTADOR GREATER OR EQUAL
                                          WRK-COMMIT-INTERVALO
              PERFORM 3920-COMMIT-EXPURGO
              MOVE ZEROS               TO WRK-COMMIT-CONTADOR
           END-IF
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    LINHA DO SEQUENCIAL EXPURGADO NO RELPRG01.                  *
      *----------------------------------------------------------------*
       3600-GRAVAR-LINHA-SEQ SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-HV-NUM-SEQ         TO WRK-LPS-SEQ
           MOVE WRK-HV-DT-ULTIMA       TO WRK-LPS-DT-ULTIMA
           MOVE WRK-SEQ-QTD-HIST       TO WRK-LPS-QTD-HIST
           MOVE WRK-SEQ-QTD-RESP       TO WRK-LPS-QTD-RESP

           MOVE 'RELPRG01'             TO WRK-ARQUIVO
           SET WRK-CN-WRITE             TO TRUE

           WRITE FD-RELPRG01 FROM WRK-LINHA-PRG-SEQ

           IF NOT WRK-FS-RELPRG01-OK
              MOVE WRK-FS-RELPRG01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3700-GRAVAR-ARQEXP01 SECTION.
      *----------------------------------------------------------------*
           MOVE 'ARQEXP01'             TO WRK-ARQUIVO
           SET WRK-CN-WRITE             TO TRUE

           WRITE FD-ARQEXP01 FROM ARQEXP01-REGISTRO

           IF NOT WRK-FS-EXP01-OK
              MOVE WRK-FS-ARQEXP01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    FETCH DO CSR-PRG-SEQ COM RETRY DE DEADLOCK/TIMEOUT, NOS     *
      *    MOLDES DE 3800-LER-CURSOR DO PSDC2EX1.                      *
      *----------------------------------------------------------------*
       3800-LER-CSR-SEQ SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                TO WRK-RETRY-CONTADOR

           PERFORM 3850-FETCH-SEQ-UNICO
              WITH TEST AFTER
              UNTIL (SQLCODE NOT EQUAL -911 AND SQLCODE NOT EQUAL -913)
                 OR WRK-RETRY-CONTADOR GREATER WRK-RETRY-MAX-TENTATIVAS

           MOVE SQLCODE               TO WRK-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE EQUAL +100
                    MOVE 'S'           TO WRK-FIM-CSR-SEQ
               WHEN SQLCODE EQUAL ZEROS
                    CONTINUE
               WHEN OTHER
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3850-FETCH-SEQ-UNICO SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
              FETCH CSR-PRG-SEQ INTO
                      :WRK-HV-NUM-SEQ
                     ,:WRK-HV-DT-ULTIMA
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
       3920-COMMIT-EXPURGO SECTION.
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
      *    TOTAIS DO BALANCETE NO RODAPE DO RELPRG01 - CADA LINHA      *
      *    LIDA TEM QUE TER SIDO ARQUIVADA E EXCLUIDA, NA CONVENCAO    *
      *    DOS DEMAIS BALANCETES.                                      *
      *----------------------------------------------------------------*
       9600-GERAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           MOVE 'RELPRG01'              TO WRK-ARQUIVO
           SET WRK-CN-WRITE              TO TRUE

           ADD ACU-HIST-EXCLUIDOS ACU-RESP-EXCLUIDOS
              GIVING WRK-ACU-TOTAL-TRATADO

           IF ACU-LIDOS EQUAL WRK-ACU-TOTAL-TRATADO
              AND ACU-HIST-ARQUIVADOS EQUAL ACU-HIST-EXCLUIDOS
              AND ACU-RESP-ARQUIVADOS EQUAL ACU-RESP-EXCLUIDOS
              SET WRK-BALANCETE-CONFERE  TO TRUE
           ELSE
              SET WRK-BALANCETE-DIVERGENTE TO TRUE
           END-IF

           MOVE ALL '-'                  TO WRK-LINHA-RELPRG
           WRITE FD-RELPRG01 FROM WRK-LINHA-RELPRG

           MOVE SPACES                   TO WRK-LINHA-RELPRG
           MOVE ACU-SEQ-EXPURGADOS       TO WRK-MASK
           STRING 'SEQUENCIAIS EXPURGADOS......................: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELPRG
           WRITE FD-RELPRG01 FROM WRK-LINHA-RELPRG

           MOVE SPACES                   TO WRK-LINHA-RELPRG
           MOVE ACU-LIDOS                TO WRK-MASK
           STRING 'LINHAS LIDAS DAS DUAS TABELAS...............: '
                WRK-MASK
                DELIMITED BY SIZE INTO WRK-LINHA-RELPRG
           WRITE FD-RELPRG01 FROM WRK-LINHA-RELPRG

           MOVE SPACES                   TO WRK-LINHA-RELPRG
           MOVE ACU-HIST-ARQUIVADOS      TO WRK-MASK2
           MOVE ACU-HIST-EXCLUIDOS       TO WRK-MASK3
           STRING 'HIST_CONTATO  - ARQUIVADAS / EXCLUIDAS......: '
                WRK-MASK2 ' / ' WRK-MASK3
                DELIMITED BY SIZE INTO WRK-LINHA-RELPRG
           WRITE FD-RELPRG01 FROM WRK-LINHA-RELPRG

           MOVE SPACES                   TO WRK-LINHA-RELPRG
           MOVE ACU-RESP-ARQUIVADOS      TO WRK-MASK4
           MOVE ACU-RESP-EXCLUIDOS       TO WRK-MASK5
           STRING 'RESP_CAMPANHA - ARQUIVADAS / EXCLUIDAS......: '
                WRK-MASK4 ' / ' WRK-MASK5
                DELIMITED BY SIZE INTO WRK-LINHA-RELPRG
           WRITE FD-RELPRG01 FROM WRK-LINHA-RELPRG

           MOVE SPACES                   TO WRK-LINHA-RELPRG
           IF WRK-BALANCETE-CONFERE
              STRING 'SITUACAO DO BALANCETE.......: OK - CONFERE'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELPRG
           ELSE
              STRING 'SITUACAO DO BALANCETE.......: ** DIVERGENTE **'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELPRG
           END-IF
           WRITE FD-RELPRG01 FROM WRK-LINHA-RELPRG

           PERFORM 9700-LIMITAR-HISTORICO

           IF WRK-HIST-LIMITADO
              MOVE SPACES                TO WRK-LINHA-RELPRG
              STRING '** VOLUME ACIMA DE 9.999.999 - ARQHIST01 GRAVADO'
                   ' COM O TETO; VOLUME REAL NOS TOTAIS ACIMA **'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELPRG
              WRITE FD-RELPRG01 FROM WRK-LINHA-RELPRG
           END-IF

           SET WRK-CN-CLOSE               TO TRUE
           CLOSE RELPRG01

           IF NOT WRK-FS-RELPRG01-OK
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
      *    LIDOS E EXCLUIDOS PARA A LINHA DO ARQHIST01, LIMITADOS AO   *
      *    TETO DOS CAMPOS DE 7 DIGITOS - SEM ISSO O MOVE PERDERIA OS  *
      *    DIGITOS ALTOS E O PSDC2CAD/PSDC2HIS LERIAM OUTRO VOLUME.    *
      *----------------------------------------------------------------*
       9700-LIMITAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
           ADD ACU-HIST-EXCLUIDOS ACU-RESP-EXCLUIDOS
              GIVING WRK-ACU-EXCLUIDOS

           MOVE 'N'                   TO WRK-SW-HIST-LIMITADO

           IF ACU-LIDOS GREATER WRK-HIST-TETO
              MOVE WRK-HIST-TETO      TO WRK-HIST-LIDOS
              MOVE 'S'                TO WRK-SW-HIST-LIMITADO
           ELSE
              MOVE ACU-LIDOS          TO WRK-HIST-LIDOS
           END-IF

           IF WRK-ACU-EXCLUIDOS GREATER WRK-HIST-TETO
              MOVE WRK-HIST-TETO      TO WRK-HIST-GRAVADO
              MOVE 'S'                TO WRK-SW-HIST-LIMITADO
           ELSE
              MOVE WRK-ACU-EXCLUIDOS  TO WRK-HIST-GRAVADO
           END-IF
           .
      *----------------------------------------------------------------*
       9700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    ACRESCENTA 1 LINHA EM ARQHIST01, NOS MESMOS MOLDES DO       *
      *    9800-GRAVAR-HISTORICO DO PSDC2EX1: LIDOS = LINHAS LIDAS E   *
      *    ARQUIVADAS, GRAVADO = LINHAS EXCLUIDAS DAS DUAS TABELAS.    *
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

           PERFORM 9700-LIMITAR-HISTORICO

           IF WRK-HIST-LIMITADO
              MOVE ACU-LIDOS          TO WRK-MASK
              DISPLAY '* ARQHIST01 LIMITADO A 9999999 - LIDOS REAL: '
                      WRK-MASK
              MOVE WRK-ACU-EXCLUIDOS  TO WRK-MASK
              DISPLAY '*                              EXCLUIDOS REAL: '
                      WRK-MASK
           END-IF

           MOVE WRK-PROGRAMA          TO ARQHIST01-PROGRAMA
           MOVE WRK-DATA-EXECUCAO     TO ARQHIST01-DATA
           MOVE WRK-HORA-EXECUCAO     TO ARQHIST01-HORA
           MOVE SPACES                TO ARQHIST01-UF
           MOVE WRK-HIST-LIDOS        TO ARQHIST01-ACU-LIDOS
           MOVE WRK-HIST-GRAVADO      TO ARQHIST01-ACU-GRAVADO
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

           PERFORM 3920-COMMIT-EXPURGO

           EXEC SQL
              CLOSE CSR-PRG-SEQ
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'ARQEXP01'             TO WRK-ARQUIVO
           CLOSE ARQEXP01
           IF NOT WRK-FS-EXP01-OK
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 9600-GERAR-TOTAIS

           PERFORM 9800-GRAVAR-HISTORICO

           IF WRK-SW-ERRO-FATAL EQUAL 'S'
              MOVE 12                  TO RETURN-CODE
           END-IF

           DISPLAY '***************************************************'
           MOVE ACU-SEQ-EXPURGADOS     TO WRK-MASK
           DISPLAY '* QTDE SEQUENCIAIS EXPURGADOS: ' WRK-MASK
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

          END PROGRAM PSDC2PRG.
      *----------------------------------------------------------------*
