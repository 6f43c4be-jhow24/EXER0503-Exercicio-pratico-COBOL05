      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. PSDC2CAD.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: PSDC2CAD
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 02/09/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   CONFERENCIA DA CADEIA NOTURNA: LE AS LINHAS
      *                    DA NOITE NO ARQHIST01 (ACRESCIDO POR CADA
      *                    PROGRAMA PSDC2 NO SEU ENCERRAMENTO) E AS
      *                    CONFRONTA COM O ROTEIRO DE PASSOS ESPERADOS
      *                    (ARQRBK01): QUAIS PROGRAMAS RODAM EM QUAIS
      *                    DIAS DA SEMANA, EM QUE ORDEM, QUANTAS VEZES,
      *                    E SE CADA UM ENCERROU COM SQLCODE NORMAL E
      *                    VOLUMES PLAUSIVEIS. EMITE UM UNICO RELATORIO
      *                    DE FECHAMENTO DA NOITE (RELCAD01) E DEVOLVE
      *                    RETURN-CODE 4 AO SCHEDULER QUANDO ALGUM
      *                    PASSO FALTOU, RODOU FORA DE ORDEM, RODOU
      *                    DUPLICADO OU ENCERROU FORA DO PADRAO.
      *                    O PSDC2HIS SO OLHA A TENDENCIA DE VOLUME DA
      *                    EXTRACAO POR UF - NAO PERCEBE, POR EXEMPLO,
      *                    UMA NOITE SEM A CARGA DE OPT-OUT ANTES DO
      *                    PSDC2EX1.
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                                   *
      *      ARQRBK01                                                  *
      *      ARQHIST01                                                 *
      *      RELCAD01                                                  *
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
           SELECT ARQRBK01 ASSIGN       TO UT-S-ARQRBK01
                      FILE STATUS      IS WRK-FS-ARQRBK01.
      *
           SELECT ARQHIST01 ASSIGN      TO UT-S-ARQHIST01
                      FILE STATUS      IS WRK-FS-ARQHIST01.
      *
           SELECT RELCAD01 ASSIGN       TO UT-S-RELCAD01
                      FILE STATUS      IS WRK-FS-RELCAD01.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================
      *                                                                *
      *----------------------------------------------------------------
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT:      CARTAO DE PARAMETROS - DATA DA NOITE E HORA DE   *
      *               INICIO DA CADEIA (OPCIONAL)                      *
      *               ORG. SEQUENCIAL   -   LRECL = 010               *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQPARM              PIC X(010).

      *----------------------------------------------------------------*
      *   INPUT:      ROTEIRO DA CADEIA NOTURNA - 1 CARTAO POR PASSO   *
      *               ESPERADO (VER AREA DO ROTEIRO)                   *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQRBK01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQRBK01             PIC X(080).

      *----------------------------------------------------------------*
      *   INPUT:      HISTORICO DE EXECUCOES (AUDITORIA) - 1 LINHA POR *
      *               EXECUCAO DE CADA PROGRAMA PSDC2                  *
      *               ORG. SEQUENCIAL   -   LRECL = 048               *
      *---------------------------------------------------------------*

       FD  ARQHIST01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQHIST01            PIC X(048).

      *----------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE FECHAMENTO DA CADEIA NOTURNA        *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  RELCAD01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-RELCAD01             PIC X(132).

      *
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'PSDC2CAD - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'PSDC2CAD'.
      *    NOITE SEM CAMPANHA: O PSDC2EX1 GRAVA 1 LINHA COM UF EM
      *    BRANCO E LIDOS/GRAVADO ZERADOS (VER 2100-TRATAR-EXECUCAO).
       77 WRK-PROGRAMA-EXTRACAO   PIC  X(008) VALUE 'PSDC2EX1'.
       77 WRK-MASK                PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-FIM-ARQHIST         PIC  X(001) VALUE 'N'.
       77 WRK-FIM-ARQRBK          PIC  X(001) VALUE 'N'.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS           PIC  9(005) COMP-3 VALUE ZEROS.
           03 ACU-CONSIDERADOS    PIC  9(005) VALUE ZEROS.
           03 ACU-FORA-ROTEIRO    PIC  9(005) VALUE ZEROS.
           03 ACU-OCORRENCIAS     PIC  9(005) VALUE ZEROS.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.

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

          05 WRK-FS-ARQRBK01         PIC  X(002) VALUE SPACES.
             88 WRK-FS-RBK01-OK                  VALUE '00'.
             88 WRK-FS-RBK01-EOF                 VALUE '10'.

          05 WRK-FS-ARQHIST01        PIC  X(002) VALUE SPACES.
             88 WRK-FS-HIST01-OK                 VALUE '00'.
             88 WRK-FS-HIST01-EOF                VALUE '10'.
             88 WRK-FS-HIST01-NAO-ACHOU          VALUE '35'.

          05 WRK-FS-RELCAD01         PIC  X(002) VALUE SPACES.
             88 WRK-FS-RELCAD01-OK               VALUE '00'.

          05 WRK-FS-DISPLAY          PIC  X(002) VALUE SPACES.
      *
       77 WRK-SW-ERRO-FATAL          PIC  X(001) VALUE 'N'.
       77 WRK-SW-FINALIZANDO         PIC  X(001) VALUE 'N'.
       77 WRK-SW-ERRO-ARQUIVO        PIC  X(001) VALUE 'N'.
       77 WRK-SW-RELCAD-ABERTO       PIC  X(001) VALUE 'N'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO CARTAO DE PARAMETROS DA CONFERENCIA'.
      *----------------------------------------------------------------*
      *    CARTAO OPCIONAL (DD ARQPARM):                               *
      *       COL 1-8  = DATA DA NOITE (AAAAMMDD) - BRANCO = HOJE      *
      *                  (OU ONTEM, COM HORA DE INICIO PREENCHIDA, POIS*
      *                  A CONFERENCIA RODA DEPOIS DA MEIA-NOITE)      *
      *       COL 9-10 = HORA DE INICIO DA CADEIA (00-23). COM 00 OU   *
      *                  BRANCO A NOITE E SO A DATA DO CARTAO; COM     *
      *                  HH > 00 A NOITE VAI DE DATA/HH ATE A MESMA    *
      *                  HH DO DIA SEGUINTE (CADEIA QUE ATRAVESSA A    *
      *                  MEIA-NOITE).                                  *
      *    CAMPO INVALIDO CANCELA - CONFERIR A NOITE ERRADA E PIOR QUE *
      *    NAO CONFERIR.                                               *
      *----------------------------------------------------------------*
       01 WRK-REG-PARM.
          05 WRK-PARM-DATA           PIC  X(008).
          05 WRK-PARM-DATA-R REDEFINES WRK-PARM-DATA
                                     PIC  9(008).
          05 WRK-PARM-HORA           PIC  X(002).
          05 WRK-PARM-HORA-R REDEFINES WRK-PARM-HORA
                                     PIC  9(002).

       01 WRK-DATA-NOITE             PIC  9(008) VALUE ZEROS.
       01 WRK-DATA-NOITE-R REDEFINES WRK-DATA-NOITE.
          05 WRK-DATA-NOITE-AAAA     PIC  9(004).
          05 WRK-DATA-NOITE-MM       PIC  9(002).
          05 WRK-DATA-NOITE-DD       PIC  9(002).
       77 WRK-DATA-SEGUINTE          PIC  9(008) VALUE ZEROS.
       77 WRK-HORA-INICIO            PIC  9(002) VALUE ZEROS.
       77 WRK-HORA-CORTE             PIC  9(008) VALUE ZEROS.
       77 WRK-DIAS-INT               PIC S9(009) COMP VALUE ZEROS.
       77 WRK-DIAS-QUOCIENTE         PIC S9(009) COMP VALUE ZEROS.
       77 WRK-DIA-SEMANA             PIC  9(001) VALUE ZEROS.
       77 WRK-DIA-SEMANA-IDX         PIC  9(001) VALUE ZEROS.
       77 WRK-SW-NA-NOITE            PIC  X(001) VALUE 'N'.
          88 WRK-LINHA-DA-NOITE                  VALUE 'S'.

      *    NOMES DOS DIAS, NA ORDEM DAS COLUNAS DE DIAS DO ROTEIRO
       01 WRK-TAB-DIAS-NOMES.
          05 FILLER                  PIC  X(003) VALUE 'DOM'.
          05 FILLER                  PIC  X(003) VALUE 'SEG'.
          05 FILLER                  PIC  X(003) VALUE 'TER'.
          05 FILLER                  PIC  X(003) VALUE 'QUA'.
          05 FILLER                  PIC  X(003) VALUE 'QUI'.
          05 FILLER                  PIC  X(003) VALUE 'SEX'.
          05 FILLER                  PIC  X(003) VALUE 'SAB'.
       01 WRK-TAB-DIAS-R REDEFINES WRK-TAB-DIAS-NOMES.
          05 WRK-DIA-NOME            PIC  X(003) OCCURS 7 TIMES.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO ROTEIRO DA CADEIA (ARQRBK01)'.
      *----------------------------------------------------------------*
      *    1 CARTAO POR PASSO ESPERADO (CARTAO EM BRANCO OU COM '*'    *
      *    NA COL 1 E COMENTARIO):                                     *
      *       COL  1-8  = PROGRAMA (COMO GRAVADO EM ARQHIST01)         *
      *       COL  9-10 = ORDEM (01-99). TODO PASSO DE ORDEM MENOR TEM *
      *                   QUE TER TERMINADO ANTES DE QUALQUER EXECUCAO *
      *                   DE ORDEM MAIOR; MESMA ORDEM = SEM EXIGENCIA  *
      *                   ENTRE ELES                                   *
      *       COL 11-17 = DIAS EM QUE RODA, DOM A SAB ('S'/'N')        *
      *       COL 18-19 = MINIMO DE EXECUCOES NA NOITE (BRANCO = 01)   *
      *       COL 20-21 = MAXIMO DE EXECUCOES NA NOITE (BRANCO = O     *
      *                   MINIMO) - O PSDC2EX1 GRAVA 1 LINHA POR       *
      *                   CARTAO DE FILTRO DA PILHA                    *
      *       COL 22-28 = LIDOS MINIMO  \  POR EXECUCAO; BRANCO OU     *
      *       COL 29-35 = LIDOS MAXIMO   > ZERO NO MAXIMO = SEM LIMITE *
      *       COL 36-42 = GRAVADO MINIMO >                             *
      *       COL 43-49 = GRAVADO MAXIMO/                              *
      *       COL 50-80 = DESCRICAO LIVRE                              *
      *    SO PROGRAMAS QUE ACRESCENTAM LINHA NO ARQHIST01 PODEM ESTAR *
      *    NO ROTEIRO. EXEMPLO (EX3 ANTES DO OPT POR CAUSA DO          *
      *    ARQDSC01; OPT E EX2 ANTES DO EX1 PARA OPT-OUT E BOUNCE JA   *
      *    ESTAREM APLICADOS; SCORE SO AOS DOMINGOS):                  *
      *       PSDC2EX310SSSSSSS                                        *
      *       PSDC2OPT20SSSSSSS                                        *
      *       PSDC2EX220SSSSSSS                                        *
      *       PSDC2SCO25SNNNNNN                                        *
      *       PSDC2EX130NSSSSSN0110                                    *
      *    CARTAO INVALIDO OU PROGRAMA REPETIDO CANCELA (RC 12).       *
      *----------------------------------------------------------------*
       01 WRK-REG-RBK.
          05 WRK-RBK-PROGRAMA        PIC  X(008).
          05 WRK-RBK-ORDEM           PIC  X(002).
          05 WRK-RBK-ORDEM-R REDEFINES WRK-RBK-ORDEM
                                     PIC  9(002).
          05 WRK-RBK-DIAS            PIC  X(007).
          05 WRK-RBK-MIN-EXEC        PIC  X(002).
          05 WRK-RBK-MIN-EXEC-R REDEFINES WRK-RBK-MIN-EXEC
                                     PIC  9(002).
          05 WRK-RBK-MAX-EXEC        PIC  X(002).
          05 WRK-RBK-MAX-EXEC-R REDEFINES WRK-RBK-MAX-EXEC
                                     PIC  9(002).
          05 WRK-RBK-LIDOS-MIN       PIC  X(007).
          05 WRK-RBK-LIDOS-MIN-R REDEFINES WRK-RBK-LIDOS-MIN
                                     PIC  9(007).
          05 WRK-RBK-LIDOS-MAX       PIC  X(007).
          05 WRK-RBK-LIDOS-MAX-R REDEFINES WRK-RBK-LIDOS-MAX
                                     PIC  9(007).
          05 WRK-RBK-GRAV-MIN        PIC  X(007).
          05 WRK-RBK-GRAV-MIN-R REDEFINES WRK-RBK-GRAV-MIN
                                     PIC  9(007).
          05 WRK-RBK-GRAV-MAX        PIC  X(007).
          05 WRK-RBK-GRAV-MAX-R REDEFINES WRK-RBK-GRAV-MAX
                                     PIC  9(007).
          05 WRK-RBK-DESCRICAO       PIC  X(031).
       77 WRK-SW-CARTAO-VALIDO       PIC  X(001) VALUE 'S'.
       77 WRK-SW-DIAS-VALIDOS        PIC  X(001) VALUE 'S'.
       77 WRK-RBK-LINHA              PIC  9(003) VALUE ZEROS.

      *    PASSOS DO ROTEIRO E O QUE SE VIU DE CADA UM NA NOITE. OS    *
      *    CARIMBOS (DATA x 10**8 + HORA) SAO DO ENCERRAMENTO - O      *
      *    ARQHIST01 E GRAVADO NO FIM DE CADA PROGRAMA.                *
       01 WRK-TAB-PASSOS.
          05 WRK-PAS-QTDE            PIC  9(002) VALUE ZEROS.
          05 WRK-PAS-ENT             OCCURS 50 TIMES.
             10 WRK-PAS-PROGRAMA     PIC  X(008).
             10 WRK-PAS-ORDEM        PIC  9(002).
             10 WRK-PAS-DIAS         PIC  X(007).
             10 WRK-PAS-MIN-EXEC     PIC  9(002).
             10 WRK-PAS-MAX-EXEC     PIC  9(002).
             10 WRK-PAS-LIDOS-MIN    PIC  9(007).
             10 WRK-PAS-LIDOS-MAX    PIC  9(007).
             10 WRK-PAS-GRAV-MIN     PIC  9(007).
             10 WRK-PAS-GRAV-MAX     PIC  9(007).
             10 WRK-PAS-DESCRICAO    PIC  X(031).
             10 WRK-PAS-PREVISTO     PIC  X(001).
             10 WRK-PAS-QTD-EXEC     PIC  9(003).
             10 WRK-PAS-QTD-ANORMAL  PIC  9(003).
             10 WRK-PAS-PRIMEIRA     PIC  9(016).
             10 WRK-PAS-ULTIMA       PIC  9(016).
       77 WRK-PAS-MAX                PIC  9(002) VALUE 50.
       77 WRK-PAS-IDX                PIC  9(002) COMP VALUE ZEROS.
       77 WRK-PAS-IDX2               PIC  9(002) COMP VALUE ZEROS.
       77 WRK-PAS-ACHOU              PIC  9(002) COMP VALUE ZEROS.
       77 WRK-PAS-OCORR              PIC  9(003) VALUE ZEROS.
       77 WRK-QTD-FORA-ORDEM         PIC  9(003) VALUE ZEROS.
       77 WRK-SW-LISTAR-ORDEM        PIC  X(001) VALUE 'N'.
       77 WRK-CARIMBO                PIC  9(016) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO RELATORIO DA CADEIA (RELCAD01)'.
      *----------------------------------------------------------------*
       01 WRK-LINHA-RELCAD           PIC  X(132).

       01 WRK-LINHA-CAD-EXEC.
          05 FILLER                  PIC  X(002).
          05 WRK-LCE-PROGRAMA        PIC  X(008).
          05 FILLER                  PIC  X(002).
          05 WRK-LCE-DATA            PIC  9(008).
          05 FILLER                  PIC  X(002).
          05 WRK-LCE-HORA            PIC  9(008).
          05 FILLER                  PIC  X(002).
          05 WRK-LCE-UF              PIC  X(002).
          05 FILLER                  PIC  X(002).
          05 WRK-LCE-LIDOS           PIC  Z.ZZZ.ZZ9.
          05 FILLER                  PIC  X(002).
          05 WRK-LCE-GRAVADO         PIC  Z.ZZZ.ZZ9.
          05 FILLER                  PIC  X(002).
          05 WRK-LCE-SQLCODE         PIC  X(006).
          05 FILLER                  PIC  X(002).
          05 WRK-LCE-SITUACAO        PIC  X(030).

       01 WRK-CABEC-CAD-EXEC.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 FILLER                  PIC  X(008) VALUE 'PROGRAMA'.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 FILLER                  PIC  X(008) VALUE 'DATA    '.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 FILLER                  PIC  X(008) VALUE 'HORA    '.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 FILLER                  PIC  X(002) VALUE 'UF'.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 FILLER                  PIC  X(009) VALUE '    LIDOS'.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 FILLER                  PIC  X(009) VALUE '  GRAVADO'.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 FILLER                  PIC  X(006) VALUE 'SQLCOD'.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 FILLER                  PIC  X(008) VALUE 'SITUACAO'.

       01 WRK-LINHA-CAD-PASSO.
          05 FILLER                  PIC  X(002).
          05 WRK-LCP-PROGRAMA        PIC  X(008).
          05 FILLER                  PIC  X(002).
          05 WRK-LCP-ORDEM           PIC  9(002).
          05 FILLER                  PIC  X(003).
          05 WRK-LCP-PREVISTO        PIC  X(001).
          05 FILLER                  PIC  X(003).
          05 WRK-LCP-MIN-EXEC        PIC  Z9.
          05 FILLER                  PIC  X(001) VALUE '-'.
          05 WRK-LCP-MAX-EXEC        PIC  Z9.
          05 FILLER                  PIC  X(002).
          05 WRK-LCP-QTD-EXEC        PIC  ZZ9.
          05 FILLER                  PIC  X(002).
          05 WRK-LCP-SITUACAO        PIC  X(030).
          05 FILLER                  PIC  X(002).
          05 WRK-LCP-DESCRICAO       PIC  X(031).

       01 WRK-CABEC-CAD-PASSO.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 FILLER                  PIC  X(008) VALUE 'PROGRAMA'.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 FILLER                  PIC  X(005) VALUE 'ORDEM'.
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 FILLER                  PIC  X(004) VALUE 'PREV'.
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 FILLER                  PIC  X(005) VALUE 'FAIXA'.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 FILLER                  PIC  X(003) VALUE 'EXE'.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 FILLER                  PIC  X(030) VALUE 'SITUACAO'.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 FILLER                  PIC  X(009) VALUE 'DESCRICAO'.

       01 WRK-DATA-NOITE-EDIT        PIC  9(002)/9(002)/9(004).
       77 WRK-EDT-QTD                PIC  ZZ9.
       77 WRK-EDT-QTD2               PIC  ZZ9.
       77 WRK-EDT-ORDEM              PIC  9(002).
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO BOOK DO ARQUIVO DE HISTORICO'.
      *----------------------------------------------------------------*
      *    MESMO LAYOUT GRAVADO POR 9800-GRAVAR-HISTORICO DO PSDC2EX1  *
      *    E DOS DEMAIS PROGRAMAS PSDC2. FIM NORMAL = SQLCODE +100     *
      *    (CONVENCAO DE TODOS ELES, MESMO OS SEM CURSOR); ERRO DE     *
      *    ARQUIVO = -99999; ERRO DB2 = O SQLCODE NEGATIVO.            *
      *----------------------------------------------------------------*
       01 ARQHIST01-REGISTRO.
          03 ARQHIST01-PROGRAMA    PIC X(08).
          03 ARQHIST01-DATA        PIC 9(8).
          03 ARQHIST01-HORA        PIC 9(8).
          03 ARQHIST01-UF          PIC X(02).
          03 ARQHIST01-ACU-LIDOS   PIC 9(7).
          03 ARQHIST01-ACU-GRAVADO PIC 9(7).
          03 ARQHIST01-SQLCODE     PIC X(6).
             88 ARQHIST01-FIM-NORMAL      VALUE ' 00100'.
          03 ARQHIST01-MES-ANIVER  PIC 9(2).

      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
              'PSDC2CAD - FIM DA AREA DE WORKING'.
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
           PERFORM 2000-LER-HISTORICO
      *
           PERFORM 4000-CONFERIR-PASSOS
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
      *    ROTINA DE INICIALIZACAO: CARTAO, ROTEIRO E CABECALHO DO     *
      *    RELATORIO.                                                  *
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1050-LER-PARAMETROS

           PERFORM 1100-CARREGAR-ROTEIRO

           MOVE 'RELCAD01'             TO WRK-ARQUIVO
           SET WRK-CN-OPEN              TO TRUE

           OPEN OUTPUT RELCAD01

           IF NOT WRK-FS-RELCAD01-OK
              MOVE WRK-FS-RELCAD01     TO WRK-FS-DISPLAY
              MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'S'                    TO WRK-SW-RELCAD-ABERTO
           SET WRK-CN-WRITE             TO TRUE

           MOVE SPACES                 TO WRK-LINHA-RELCAD
           STRING 'FECHAMENTO DA CADEIA NOTURNA - ' WRK-PROGRAMA
                DELIMITED BY SIZE INTO WRK-LINHA-RELCAD
           WRITE FD-RELCAD01 FROM WRK-LINHA-RELCAD

           MOVE SPACES                 TO WRK-LINHA-RELCAD
           STRING 'NOITE DE............: ' WRK-DATA-NOITE-EDIT
                ' (' WRK-DIA-NOME(WRK-DIA-SEMANA-IDX) ')'
                DELIMITED BY SIZE INTO WRK-LINHA-RELCAD
           WRITE FD-RELCAD01 FROM WRK-LINHA-RELCAD

           MOVE SPACES                 TO WRK-LINHA-RELCAD
           IF WRK-HORA-INICIO GREATER ZEROS
              STRING 'JANELA DA NOITE.....: ' WRK-DATA-NOITE
                   ' ' WRK-HORA-INICIO 'H ATE ' WRK-DATA-SEGUINTE
                   ' ' WRK-HORA-INICIO 'H'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELCAD
           ELSE
              STRING 'JANELA DA NOITE.....: ' WRK-DATA-NOITE
                   ' (DIA INTEIRO)'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELCAD
           END-IF
           WRITE FD-RELCAD01 FROM WRK-LINHA-RELCAD

           MOVE SPACES                 TO WRK-LINHA-RELCAD
           MOVE WRK-PAS-QTDE           TO WRK-EDT-QTD
           STRING 'PASSOS NO ROTEIRO...: ' WRK-EDT-QTD
                DELIMITED BY SIZE INTO WRK-LINHA-RELCAD
           WRITE FD-RELCAD01 FROM WRK-LINHA-RELCAD
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DO CARTAO DE PARAMETROS - DD ARQPARM.     *
      *    DEFINE A DATA DA NOITE, A JANELA DE HORARIO E O DIA DA      *
      *    SEMANA USADO CONTRA AS COLUNAS DE DIAS DO ROTEIRO.          *
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
              IF WRK-FS-PARM-NAO-ACHOU
                 CONTINUE
              ELSE
                 MOVE WRK-FS-ARQPARM       TO WRK-FS-DISPLAY
                 MOVE 'S'                  TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           IF WRK-PARM-HORA EQUAL SPACES
              MOVE ZEROS                   TO WRK-HORA-INICIO
           ELSE
              IF WRK-PARM-HORA NOT NUMERIC
                 OR WRK-PARM-HORA-R GREATER 23
                 DISPLAY '* HORA DE INICIO INVALIDA NO ARQPARM: "'
                         WRK-PARM-HORA '" (VALIDOS: 00 A 23)'
                 MOVE 'S'                  TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              MOVE WRK-PARM-HORA-R         TO WRK-HORA-INICIO
           END-IF

           IF WRK-PARM-DATA EQUAL SPACES
              ACCEPT WRK-DATA-NOITE        FROM DATE YYYYMMDD
              IF WRK-HORA-INICIO GREATER ZEROS
                 COMPUTE WRK-DIAS-INT =
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-NOITE) - 1
                 MOVE FUNCTION DATE-OF-INTEGER(WRK-DIAS-INT)
                                           TO WRK-DATA-NOITE
              END-IF
           ELSE
              IF WRK-PARM-DATA NOT NUMERIC
                 DISPLAY '* DATA DA NOITE INVALIDA NO ARQPARM: "'
                         WRK-PARM-DATA '" (AAAAMMDD OU BRANCO)'
                 MOVE 'S'                  TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              MOVE WRK-PARM-DATA-R         TO WRK-DATA-NOITE
              IF WRK-DATA-NOITE-MM LESS 1 OR WRK-DATA-NOITE-MM
                 GREATER 12 OR WRK-DATA-NOITE-DD LESS 1
                 OR WRK-DATA-NOITE-DD GREATER 31
                 OR WRK-DATA-NOITE-AAAA LESS 1601
                 DISPLAY '* DATA DA NOITE INVALIDA NO ARQPARM: "'
                         WRK-PARM-DATA '" (AAAAMMDD OU BRANCO)'
                 MOVE 'S'                  TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

      *    DIA SEGUINTE (FIM DA JANELA QUE ATRAVESSA A MEIA-NOITE) E
      *    DIA DA SEMANA: O DIA 1 DO CALENDARIO (01/01/1601) FOI UMA
      *    SEGUNDA-FEIRA, ENTAO O RESTO POR 7 DA 0 = DOMINGO ... 6 =
      *    SABADO - MESMA ORDEM DAS COLUNAS DE DIAS DO ROTEIRO.
           COMPUTE WRK-DIAS-INT =
              FUNCTION INTEGER-OF-DATE(WRK-DATA-NOITE)
           DIVIDE WRK-DIAS-INT BY 7
              GIVING WRK-DIAS-QUOCIENTE
              REMAINDER WRK-DIA-SEMANA
           ADD 1 WRK-DIA-SEMANA        GIVING WRK-DIA-SEMANA-IDX

           ADD 1                       TO WRK-DIAS-INT
           MOVE FUNCTION DATE-OF-INTEGER(WRK-DIAS-INT)
                                       TO WRK-DATA-SEGUINTE
           COMPUTE WRK-HORA-CORTE = WRK-HORA-INICIO * 1000000

           MOVE WRK-DATA-NOITE-DD      TO WRK-DATA-NOITE-EDIT(1:2)
           MOVE WRK-DATA-NOITE-MM      TO WRK-DATA-NOITE-EDIT(4:2)
           MOVE WRK-DATA-NOITE-AAAA    TO WRK-DATA-NOITE-EDIT(7:4)

           DISPLAY '***************************************************'
           DISPLAY '* CONFERENCIA DA CADEIA NOTURNA (PSDC2CAD)        *'
           DISPLAY '* NOITE DE....: ' WRK-DATA-NOITE-EDIT ' ('
                   WRK-DIA-NOME(WRK-DIA-SEMANA-IDX) ')'
           DISPLAY '* INICIO......: ' WRK-HORA-INICIO 'H'
           DISPLAY '***************************************************'
           .
      *----------------------------------------------------------------*
       1050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    CARREGA O ROTEIRO (DD ARQRBK01) NA WRK-TAB-PASSOS. SEM      *
      *    ROTEIRO NAO HA O QUE CONFERIR - DD AUSENTE OU VAZIO         *
      *    CANCELA, PARA A NOITE NAO PASSAR COMO "SEM OCORRENCIAS".    *
      *----------------------------------------------------------------*
       1100-CARREGAR-ROTEIRO SECTION.
      *----------------------------------------------------------------*
           MOVE 'ARQRBK01'               TO WRK-ARQUIVO
           SET WRK-CN-OPEN                TO TRUE

           OPEN INPUT ARQRBK01

           IF NOT WRK-FS-RBK01-OK
              MOVE WRK-FS-ARQRBK01        TO WRK-FS-DISPLAY
              MOVE 'S'                    TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-READ                TO TRUE
           PERFORM 1110-LER-ROTEIRO
              UNTIL WRK-FIM-ARQRBK EQUAL 'S'

           SET WRK-CN-CLOSE               TO TRUE
           CLOSE ARQRBK01

           IF WRK-PAS-QTDE EQUAL ZEROS
              DISPLAY '* ROTEIRO ARQRBK01 SEM NENHUM PASSO'
              MOVE 'S'                    TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       1110-LER-ROTEIRO SECTION.
      *----------------------------------------------------------------*
           READ ARQRBK01 INTO WRK-REG-RBK
              AT END
                 MOVE 'S'                 TO WRK-FIM-ARQRBK
              NOT AT END
                 ADD 1                    TO WRK-RBK-LINHA
                 IF WRK-REG-RBK NOT EQUAL SPACES
                    AND WRK-RBK-PROGRAMA(1:1) NOT EQUAL '*'
                    PERFORM 1120-VALIDAR-PASSO
                    PERFORM 1130-EMPILHAR-PASSO
                 END-IF
           END-READ

           IF NOT WRK-FS-RBK01-OK AND NOT WRK-FS-RBK01-EOF
              MOVE WRK-FS-ARQRBK01        TO WRK-FS-DISPLAY
              MOVE 'S'                    TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    CONFERE O CARTAO DO ROTEIRO CONTRA OS VALORES LEGAIS E      *
      *    APLICA OS DEFAULTS DOS CAMPOS EM BRANCO, NOS MOLDES DO      *
      *    2012-VALIDAR-CARTAO DO PSDC2EX1.                            *
      *----------------------------------------------------------------*
       1120-VALIDAR-PASSO SECTION.
      *----------------------------------------------------------------*
           MOVE 'S'                      TO WRK-SW-CARTAO-VALIDO

           IF WRK-RBK-PROGRAMA EQUAL SPACES
              DISPLAY '* PROGRAMA EM BRANCO NO ROTEIRO'
              MOVE 'N'                   TO WRK-SW-CARTAO-VALIDO
           END-IF

           IF WRK-RBK-ORDEM NOT NUMERIC
              OR WRK-RBK-ORDEM-R EQUAL ZEROS
              DISPLAY '* ORDEM INVALIDA NO ROTEIRO: "' WRK-RBK-ORDEM
                      '" (VALIDOS: 01 A 99)'
              MOVE 'N'                   TO WRK-SW-CARTAO-VALIDO
           END-IF

           INSPECT WRK-RBK-DIAS CONVERTING SPACES TO 'N'
           MOVE 'S'                      TO WRK-SW-DIAS-VALIDOS
           PERFORM VARYING WRK-PAS-IDX FROM 1 BY 1
              UNTIL WRK-PAS-IDX GREATER 7
              IF WRK-RBK-DIAS(WRK-PAS-IDX:1) NOT EQUAL 'S'
                 AND WRK-RBK-DIAS(WRK-PAS-IDX:1) NOT EQUAL 'N'
                 MOVE 'N'                TO WRK-SW-DIAS-VALIDOS
              END-IF
           END-PERFORM
           IF WRK-SW-DIAS-VALIDOS EQUAL 'N'
              DISPLAY '* DIAS DA SEMANA INVALIDOS NO ROTEIRO: "'
                      WRK-RBK-DIAS '" (S/N DE DOM A SAB)'
              MOVE 'N'                   TO WRK-SW-CARTAO-VALIDO
           END-IF

           IF WRK-RBK-MIN-EXEC EQUAL SPACES
              MOVE '01'                  TO WRK-RBK-MIN-EXEC
           END-IF
           IF WRK-RBK-MAX-EXEC EQUAL SPACES
              MOVE WRK-RBK-MIN-EXEC      TO WRK-RBK-MAX-EXEC
           END-IF
           IF WRK-RBK-MIN-EXEC NOT NUMERIC
              OR WRK-RBK-MAX-EXEC NOT NUMERIC
              DISPLAY '* QTDE DE EXECUCOES INVALIDA NO ROTEIRO: "'
                      WRK-RBK-MIN-EXEC '"/"' WRK-RBK-MAX-EXEC '"'
              MOVE 'N'                   TO WRK-SW-CARTAO-VALIDO
           ELSE
              IF WRK-RBK-MAX-EXEC-R LESS WRK-RBK-MIN-EXEC-R
                 OR WRK-RBK-MAX-EXEC-R EQUAL ZEROS
                 DISPLAY '* MAXIMO DE EXECUCOES MENOR QUE O MINIMO'
                         ' OU ZERADO NO ROTEIRO'
                 MOVE 'N'                TO WRK-SW-CARTAO-VALIDO
              END-IF
           END-IF

           INSPECT WRK-RBK-LIDOS-MIN CONVERTING SPACES TO ZEROS
           INSPECT WRK-RBK-LIDOS-MAX CONVERTING SPACES TO ZEROS
           INSPECT WRK-RBK-GRAV-MIN  CONVERTING SPACES TO ZEROS
           INSPECT WRK-RBK-GRAV-MAX  CONVERTING SPACES TO ZEROS
           IF WRK-RBK-LIDOS-MIN NOT NUMERIC
              OR WRK-RBK-LIDOS-MAX NOT NUMERIC
              OR WRK-RBK-GRAV-MIN NOT NUMERIC
              OR WRK-RBK-GRAV-MAX NOT NUMERIC
              DISPLAY '* FAIXA DE LIDOS/GRAVADOS INVALIDA NO ROTEIRO'
              MOVE 'N'                   TO WRK-SW-CARTAO-VALIDO
           END-IF

           IF WRK-SW-CARTAO-VALIDO EQUAL 'N'
              DISPLAY '* CARTAO ' WRK-RBK-LINHA
                      ' DO ROTEIRO INVALIDO: "' WRK-REG-RBK(1:49) '"'
              DISPLAY '* CORRIGIR O ARQRBK01 E RESSUBMETER'
              MOVE 'S'                   TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       1130-EMPILHAR-PASSO SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                    TO WRK-PAS-ACHOU
           PERFORM VARYING WRK-PAS-IDX FROM 1 BY 1
              UNTIL WRK-PAS-IDX GREATER WRK-PAS-QTDE
              IF WRK-PAS-PROGRAMA(WRK-PAS-IDX) EQUAL WRK-RBK-PROGRAMA
                 MOVE WRK-PAS-IDX        TO WRK-PAS-ACHOU
              END-IF
           END-PERFORM

           IF WRK-PAS-ACHOU GREATER ZEROS
              DISPLAY '* PROGRAMA ' WRK-RBK-PROGRAMA
                      ' REPETIDO NO ROTEIRO - UM CARTAO POR PASSO'
              MOVE 'S'                   TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-PAS-QTDE GREATER OR EQUAL WRK-PAS-MAX
              DISPLAY '* WRK-TAB-PASSOS CHEIA (MAX ' WRK-PAS-MAX
                      ') - AUMENTAR OCCURS'
              MOVE 'S'                   TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                         TO WRK-PAS-QTDE
           MOVE WRK-PAS-QTDE             TO WRK-PAS-IDX
           MOVE WRK-RBK-PROGRAMA     TO WRK-PAS-PROGRAMA(WRK-PAS-IDX)
           MOVE WRK-RBK-ORDEM-R      TO WRK-PAS-ORDEM(WRK-PAS-IDX)
           MOVE WRK-RBK-DIAS         TO WRK-PAS-DIAS(WRK-PAS-IDX)
           MOVE WRK-RBK-MIN-EXEC-R   TO WRK-PAS-MIN-EXEC(WRK-PAS-IDX)
           MOVE WRK-RBK-MAX-EXEC-R   TO WRK-PAS-MAX-EXEC(WRK-PAS-IDX)
           MOVE WRK-RBK-LIDOS-MIN-R  TO WRK-PAS-LIDOS-MIN(WRK-PAS-IDX)
           MOVE WRK-RBK-LIDOS-MAX-R  TO WRK-PAS-LIDOS-MAX(WRK-PAS-IDX)
           MOVE WRK-RBK-GRAV-MIN-R   TO WRK-PAS-GRAV-MIN(WRK-PAS-IDX)
           MOVE WRK-RBK-GRAV-MAX-R   TO WRK-PAS-GRAV-MAX(WRK-PAS-IDX)
           MOVE WRK-RBK-DESCRICAO    TO WRK-PAS-DESCRICAO(WRK-PAS-IDX)
           MOVE WRK-RBK-DIAS(WRK-DIA-SEMANA-IDX:1)
                                     TO WRK-PAS-PREVISTO(WRK-PAS-IDX)
           MOVE ZEROS                TO WRK-PAS-QTD-EXEC(WRK-PAS-IDX)
                                        WRK-PAS-QTD-ANORMAL(WRK-PAS-IDX)
                                        WRK-PAS-PRIMEIRA(WRK-PAS-IDX)
                                        WRK-PAS-ULTIMA(WRK-PAS-IDX)
           .
      *----------------------------------------------------------------*
       1130-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    LE O ARQHIST01 INTEIRO E LISTA CADA EXECUCAO DA NOITE COM   *
      *    A SUA SITUACAO. ARQUIVO AUSENTE = NENHUMA EXECUCAO (TODO    *
      *    PASSO PREVISTO SAI COMO FALTANTE).                          *
      *----------------------------------------------------------------*
       2000-LER-HISTORICO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE               TO TRUE

           MOVE SPACES                    TO WRK-LINHA-RELCAD
           WRITE FD-RELCAD01 FROM WRK-LINHA-RELCAD

           MOVE SPACES                    TO WRK-LINHA-RELCAD
           STRING 'EXECUCOES DA NOITE (ARQHIST01):'
                DELIMITED BY SIZE INTO WRK-LINHA-RELCAD
           WRITE FD-RELCAD01 FROM WRK-LINHA-RELCAD

           WRITE FD-RELCAD01 FROM WRK-CABEC-CAD-EXEC

           MOVE 'ARQHIST01'               TO WRK-ARQUIVO
           SET WRK-CN-OPEN                 TO TRUE

           OPEN INPUT ARQHIST01

           EVALUATE TRUE
              WHEN WRK-FS-HIST01-OK
                 SET WRK-CN-READ           TO TRUE
                 PERFORM 2050-LER-LINHA-HISTORICO
                    UNTIL WRK-FIM-ARQHIST EQUAL 'S'

                 SET WRK-CN-CLOSE          TO TRUE
                 CLOSE ARQHIST01
              WHEN WRK-FS-HIST01-NAO-ACHOU
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQHIST01     TO WRK-FS-DISPLAY
                 MOVE 'S'                  TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           IF ACU-CONSIDERADOS EQUAL ZEROS
              SET WRK-CN-WRITE             TO TRUE
              MOVE SPACES                  TO WRK-LINHA-RELCAD
              STRING '  ** NENHUMA EXECUCAO REGISTRADA NA NOITE **'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELCAD
              WRITE FD-RELCAD01 FROM WRK-LINHA-RELCAD
           END-IF
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       2050-LER-LINHA-HISTORICO SECTION.
      *----------------------------------------------------------------*
           READ ARQHIST01 INTO ARQHIST01-REGISTRO
              AT END
                 MOVE 'S'                 TO WRK-FIM-ARQHIST
              NOT AT END
                 ADD 1                    TO ACU-LIDOS
                 PERFORM 2100-TRATAR-EXECUCAO
           END-READ

           IF NOT WRK-FS-HIST01-OK AND NOT WRK-FS-HIST01-EOF
              MOVE WRK-FS-ARQHIST01       TO WRK-FS-DISPLAY
              MOVE 'S'                    TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    UMA LINHA DO HISTORICO: SE E DA NOITE, LOCALIZA O PASSO NO  *
      *    ROTEIRO, CONFERE SQLCODE E VOLUMES CONTRA AS FAIXAS DO      *
      *    PASSO, ACUMULA QTDE E CARIMBOS DO PASSO E LISTA A LINHA.    *
      *    A LINHA-MARCA DO PSDC2EX1 NUMA NOITE SEM CAMPANHA (UF EM    *
      *    BRANCO) CONTA COMO EXECUCAO, MAS SEM CONFERIR AS FAIXAS DE  *
      *    VOLUME - ZERO LIDOS NAO E FALHA NESSE CASO.                 *
      *----------------------------------------------------------------*
       2100-TRATAR-EXECUCAO SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                      TO WRK-SW-NA-NOITE
           IF WRK-HORA-INICIO EQUAL ZEROS
              IF ARQHIST01-DATA EQUAL WRK-DATA-NOITE
                 MOVE 'S'                TO WRK-SW-NA-NOITE
              END-IF
           ELSE
              IF (ARQHIST01-DATA EQUAL WRK-DATA-NOITE
                  AND ARQHIST01-HORA NOT LESS WRK-HORA-CORTE)
                 OR (ARQHIST01-DATA EQUAL WRK-DATA-SEGUINTE
                  AND ARQHIST01-HORA LESS WRK-HORA-CORTE)
                 MOVE 'S'                TO WRK-SW-NA-NOITE
              END-IF
           END-IF

           IF WRK-LINHA-DA-NOITE
              ADD 1                      TO ACU-CONSIDERADOS

              MOVE ZEROS                 TO WRK-PAS-ACHOU
              PERFORM VARYING WRK-PAS-IDX FROM 1 BY 1
                 UNTIL WRK-PAS-IDX GREATER WRK-PAS-QTDE
                    OR WRK-PAS-ACHOU GREATER ZEROS
                 IF WRK-PAS-PROGRAMA(WRK-PAS-IDX)
                    EQUAL ARQHIST01-PROGRAMA
                    MOVE WRK-PAS-IDX     TO WRK-PAS-ACHOU
                 END-IF
              END-PERFORM

              MOVE SPACES                TO WRK-LCE-SITUACAO

              IF WRK-PAS-ACHOU EQUAL ZEROS
                 ADD 1                   TO ACU-FORA-ROTEIRO
                 MOVE 'NAO CONSTA NO ROTEIRO'
                                         TO WRK-LCE-SITUACAO
                 IF NOT ARQHIST01-FIM-NORMAL
                    MOVE 'FORA DO ROTEIRO/SQLCODE ANORMAL'
                                         TO WRK-LCE-SITUACAO
                 END-IF
              ELSE
                 MOVE WRK-PAS-ACHOU      TO WRK-PAS-IDX
                 ADD 1                TO WRK-PAS-QTD-EXEC(WRK-PAS-IDX)
                 COMPUTE WRK-CARIMBO =
                    ARQHIST01-DATA * 100000000 + ARQHIST01-HORA
                 IF WRK-PAS-PRIMEIRA(WRK-PAS-IDX) EQUAL ZEROS
                    OR WRK-CARIMBO LESS WRK-PAS-PRIMEIRA(WRK-PAS-IDX)
                    MOVE WRK-CARIMBO  TO WRK-PAS-PRIMEIRA(WRK-PAS-IDX)
                 END-IF
                 IF WRK-CARIMBO GREATER WRK-PAS-ULTIMA(WRK-PAS-IDX)
                    MOVE WRK-CARIMBO  TO WRK-PAS-ULTIMA(WRK-PAS-IDX)
                 END-IF

                 EVALUATE TRUE
                    WHEN NOT ARQHIST01-FIM-NORMAL
                       MOVE '** SQLCODE ANORMAL'
                                         TO WRK-LCE-SITUACAO
                    WHEN ARQHIST01-PROGRAMA EQUAL WRK-PROGRAMA-EXTRACAO
                         AND ARQHIST01-UF EQUAL SPACES
                       MOVE 'OK - SEM CAMPANHA NA NOITE'
                                         TO WRK-LCE-SITUACAO
                    WHEN ARQHIST01-ACU-LIDOS
                         LESS WRK-PAS-LIDOS-MIN(WRK-PAS-IDX)
                      OR (WRK-PAS-LIDOS-MAX(WRK-PAS-IDX) GREATER ZEROS
                          AND ARQHIST01-ACU-LIDOS
                              GREATER WRK-PAS-LIDOS-MAX(WRK-PAS-IDX))
                       MOVE '** LIDOS FORA DA FAIXA'
                                         TO WRK-LCE-SITUACAO
                    WHEN ARQHIST01-ACU-GRAVADO
                         LESS WRK-PAS-GRAV-MIN(WRK-PAS-IDX)
                      OR (WRK-PAS-GRAV-MAX(WRK-PAS-IDX) GREATER ZEROS
                          AND ARQHIST01-ACU-GRAVADO
                              GREATER WRK-PAS-GRAV-MAX(WRK-PAS-IDX))
                       MOVE '** GRAVADO FORA DA FAIXA'
                                         TO WRK-LCE-SITUACAO
                    WHEN OTHER
                       MOVE 'OK'         TO WRK-LCE-SITUACAO
                 END-EVALUATE

                 IF WRK-LCE-SITUACAO(1:2) EQUAL '**'
                    ADD 1          TO WRK-PAS-QTD-ANORMAL(WRK-PAS-IDX)
                 END-IF
              END-IF

              MOVE ARQHIST01-PROGRAMA    TO WRK-LCE-PROGRAMA
              MOVE ARQHIST01-DATA        TO WRK-LCE-DATA
              MOVE ARQHIST01-HORA        TO WRK-LCE-HORA
              MOVE ARQHIST01-UF          TO WRK-LCE-UF
              MOVE ARQHIST01-ACU-LIDOS   TO WRK-LCE-LIDOS
              MOVE ARQHIST01-ACU-GRAVADO TO WRK-LCE-GRAVADO
              MOVE ARQHIST01-SQLCODE     TO WRK-LCE-SQLCODE

              SET WRK-CN-WRITE            TO TRUE
              WRITE FD-RELCAD01 FROM WRK-LINHA-CAD-EXEC
              SET WRK-CN-READ             TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    RESUMO POR PASSO DO ROTEIRO, COM AS OCORRENCIAS DE CADA UM  *
      *    LOGO ABAIXO DA SUA LINHA.                                   *
      *----------------------------------------------------------------*
       4000-CONFERIR-PASSOS SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE               TO TRUE

           MOVE SPACES                    TO WRK-LINHA-RELCAD
           WRITE FD-RELCAD01 FROM WRK-LINHA-RELCAD

           MOVE SPACES                    TO WRK-LINHA-RELCAD
           STRING 'CONFERENCIA DO ROTEIRO (PREV = PREVISTO PARA O DIA,'
                ' FAIXA = MIN-MAX DE EXECUCOES, EXE = EXECUTADAS):'
                DELIMITED BY SIZE INTO WRK-LINHA-RELCAD
           WRITE FD-RELCAD01 FROM WRK-LINHA-RELCAD

           WRITE FD-RELCAD01 FROM WRK-CABEC-CAD-PASSO

           PERFORM 4100-CONFERIR-PASSO
              VARYING WRK-PAS-IDX FROM 1 BY 1
              UNTIL WRK-PAS-IDX GREATER WRK-PAS-QTDE
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    UM PASSO DO ROTEIRO:                                        *
      *    - FALTANTE: PREVISTO PARA O DIA E COM MENOS EXECUCOES QUE O *
      *      MINIMO                                                    *
      *    - DUPLICADO: MAIS EXECUCOES QUE O MAXIMO (PREVISTO OU NAO)  *
      *    - ANORMAL: ALGUMA EXECUCAO COM SQLCODE ANORMAL OU VOLUME    *
      *      FORA DA FAIXA                                             *
      *    - FORA DE ORDEM: VER 4200-CONFERIR-ORDEM                    *
      *    RODAR NUM DIA NAO PREVISTO, DENTRO DO MAXIMO, SO E          *
      *    INFORMADO (REPROCESSAMENTO AUTORIZADO, POR EXEMPLO).        *
      *----------------------------------------------------------------*
       4100-CONFERIR-PASSO SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                    TO WRK-PAS-OCORR

      *    1A PASSADA SO CONTA AS INVERSOES DE ORDEM, PARA A LINHA DO
      *    PASSO JA SAIR COM A SITUACAO CERTA; A 2A (ABAIXO) AS LISTA.
           MOVE ZEROS                    TO WRK-QTD-FORA-ORDEM
           MOVE 'N'                      TO WRK-SW-LISTAR-ORDEM
           IF WRK-PAS-QTD-EXEC(WRK-PAS-IDX) GREATER ZEROS
              PERFORM 4200-CONFERIR-ORDEM
                 VARYING WRK-PAS-IDX2 FROM 1 BY 1
                 UNTIL WRK-PAS-IDX2 GREATER WRK-PAS-QTDE
           END-IF

           MOVE WRK-PAS-PROGRAMA(WRK-PAS-IDX)  TO WRK-LCP-PROGRAMA
           MOVE WRK-PAS-ORDEM(WRK-PAS-IDX)     TO WRK-LCP-ORDEM
           MOVE WRK-PAS-PREVISTO(WRK-PAS-IDX)  TO WRK-LCP-PREVISTO
           MOVE WRK-PAS-MIN-EXEC(WRK-PAS-IDX)  TO WRK-LCP-MIN-EXEC
           MOVE WRK-PAS-MAX-EXEC(WRK-PAS-IDX)  TO WRK-LCP-MAX-EXEC
           MOVE WRK-PAS-QTD-EXEC(WRK-PAS-IDX)  TO WRK-LCP-QTD-EXEC
           MOVE WRK-PAS-DESCRICAO(WRK-PAS-IDX) TO WRK-LCP-DESCRICAO

           EVALUATE TRUE
              WHEN WRK-PAS-PREVISTO(WRK-PAS-IDX) EQUAL 'S'
                   AND WRK-PAS-QTD-EXEC(WRK-PAS-IDX)
                       LESS WRK-PAS-MIN-EXEC(WRK-PAS-IDX)
                 MOVE '** FALTANTE'      TO WRK-LCP-SITUACAO
              WHEN WRK-PAS-QTD-EXEC(WRK-PAS-IDX)
                   GREATER WRK-PAS-MAX-EXEC(WRK-PAS-IDX)
                 MOVE '** DUPLICADO'     TO WRK-LCP-SITUACAO
              WHEN WRK-QTD-FORA-ORDEM GREATER ZEROS
                 MOVE '** FORA DE ORDEM' TO WRK-LCP-SITUACAO
              WHEN WRK-PAS-QTD-ANORMAL(WRK-PAS-IDX) GREATER ZEROS
                 MOVE '** ANORMAL'       TO WRK-LCP-SITUACAO
              WHEN WRK-PAS-PREVISTO(WRK-PAS-IDX) EQUAL 'N'
                   AND WRK-PAS-QTD-EXEC(WRK-PAS-IDX) EQUAL ZEROS
                 MOVE 'NAO PREVISTO PARA O DIA'
                                         TO WRK-LCP-SITUACAO
              WHEN WRK-PAS-PREVISTO(WRK-PAS-IDX) EQUAL 'N'
                 MOVE 'RODOU FORA DO DIA PREVISTO'
                                         TO WRK-LCP-SITUACAO
              WHEN OTHER
                 MOVE 'OK'               TO WRK-LCP-SITUACAO
           END-EVALUATE

           WRITE FD-RELCAD01 FROM WRK-LINHA-CAD-PASSO

           IF WRK-PAS-PREVISTO(WRK-PAS-IDX) EQUAL 'S'
              AND WRK-PAS-QTD-EXEC(WRK-PAS-IDX)
                  LESS WRK-PAS-MIN-EXEC(WRK-PAS-IDX)
              MOVE WRK-PAS-MIN-EXEC(WRK-PAS-IDX) TO WRK-EDT-QTD
              MOVE WRK-PAS-QTD-EXEC(WRK-PAS-IDX) TO WRK-EDT-QTD2
              MOVE SPACES                TO WRK-LINHA-RELCAD
              STRING '      ** FALTANTE: PREVISTO PARA '
                   WRK-DIA-NOME(WRK-DIA-SEMANA-IDX)
                   ' COM NO MINIMO ' WRK-EDT-QTD
                   ' EXECUCAO(OES) - HOUVE ' WRK-EDT-QTD2
                   DELIMITED BY SIZE INTO WRK-LINHA-RELCAD
              WRITE FD-RELCAD01 FROM WRK-LINHA-RELCAD
              ADD 1                      TO WRK-PAS-OCORR
           END-IF

           IF WRK-PAS-QTD-EXEC(WRK-PAS-IDX)
              GREATER WRK-PAS-MAX-EXEC(WRK-PAS-IDX)
              MOVE WRK-PAS-MAX-EXEC(WRK-PAS-IDX) TO WRK-EDT-QTD
              MOVE WRK-PAS-QTD-EXEC(WRK-PAS-IDX) TO WRK-EDT-QTD2
              MOVE SPACES                TO WRK-LINHA-RELCAD
              STRING '      ** DUPLICADO: NO MAXIMO ' WRK-EDT-QTD
                   ' EXECUCAO(OES) NA NOITE - HOUVE ' WRK-EDT-QTD2
                   DELIMITED BY SIZE INTO WRK-LINHA-RELCAD
              WRITE FD-RELCAD01 FROM WRK-LINHA-RELCAD
              ADD 1                      TO WRK-PAS-OCORR
           END-IF

           IF WRK-PAS-QTD-ANORMAL(WRK-PAS-IDX) GREATER ZEROS
              MOVE WRK-PAS-QTD-ANORMAL(WRK-PAS-IDX) TO WRK-EDT-QTD
              MOVE SPACES                TO WRK-LINHA-RELCAD
              STRING '      ** ANORMAL: ' WRK-EDT-QTD
                   ' EXECUCAO(OES) COM SQLCODE ANORMAL OU VOLUME FORA'
                   ' DA FAIXA (VER LISTA DE EXECUCOES)'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELCAD
              WRITE FD-RELCAD01 FROM WRK-LINHA-RELCAD
              ADD 1                      TO WRK-PAS-OCORR
           END-IF

           IF WRK-QTD-FORA-ORDEM GREATER ZEROS
              MOVE 'S'                   TO WRK-SW-LISTAR-ORDEM
              PERFORM 4200-CONFERIR-ORDEM
                 VARYING WRK-PAS-IDX2 FROM 1 BY 1
                 UNTIL WRK-PAS-IDX2 GREATER WRK-PAS-QTDE
              ADD WRK-QTD-FORA-ORDEM     TO WRK-PAS-OCORR
           END-IF

           ADD WRK-PAS-OCORR             TO ACU-OCORRENCIAS
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    FORA DE ORDEM: A PRIMEIRA EXECUCAO DO PASSO EM ANALISE      *
      *    TERMINOU ANTES DA ULTIMA EXECUCAO DE UM PASSO DE ORDEM      *
      *    MENOR - OU SEJA, ELE RODOU (AO MENOS EM PARTE) SEM O        *
      *    ANTECESSOR CONCLUIDO. COMO O ARQHIST01 SO TEM O HORARIO DE  *
      *    TERMINO, A CONFERENCIA PEGA TODA INVERSAO DE TERMINO; UM    *
      *    PASSO QUE COMECOU ANTES DO ANTECESSOR TERMINAR MAS TERMINOU *
      *    DEPOIS DELE NAO E VISIVEL PELO HISTORICO. ANTECESSOR QUE    *
      *    NAO RODOU JA SAI COMO FALTANTE NA SUA PROPRIA LINHA.        *
      *----------------------------------------------------------------*
       4200-CONFERIR-ORDEM SECTION.
      *----------------------------------------------------------------*
           IF WRK-PAS-ORDEM(WRK-PAS-IDX2)
                  LESS WRK-PAS-ORDEM(WRK-PAS-IDX)
              AND WRK-PAS-QTD-EXEC(WRK-PAS-IDX2) GREATER ZEROS
              AND WRK-PAS-PRIMEIRA(WRK-PAS-IDX)
                  LESS WRK-PAS-ULTIMA(WRK-PAS-IDX2)
              IF WRK-SW-LISTAR-ORDEM EQUAL 'N'
                 ADD 1                   TO WRK-QTD-FORA-ORDEM
              ELSE
                 MOVE WRK-PAS-ORDEM(WRK-PAS-IDX2) TO WRK-EDT-ORDEM
                 MOVE SPACES             TO WRK-LINHA-RELCAD
                 STRING '      ** FORA DE ORDEM: TERMINOU EM '
                      WRK-PAS-PRIMEIRA(WRK-PAS-IDX)(1:8) ' '
                      WRK-PAS-PRIMEIRA(WRK-PAS-IDX)(9:8)
                      ', ANTES DO FIM DE '
                      WRK-PAS-PROGRAMA(WRK-PAS-IDX2)
                      ' (ORDEM ' WRK-EDT-ORDEM ') EM '
                      WRK-PAS-ULTIMA(WRK-PAS-IDX2)(1:8) ' '
                      WRK-PAS-ULTIMA(WRK-PAS-IDX2)(9:8)
                      DELIMITED BY SIZE INTO WRK-LINHA-RELCAD
                 WRITE FD-RELCAD01 FROM WRK-LINHA-RELCAD
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       4200-99-FIM.
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

           MOVE 'N'                   TO WRK-SW-ERRO-ARQUIVO

           IF WRK-SW-FINALIZANDO EQUAL 'S'
              DISPLAY '* ERRO DURANTE A FINALIZACAO - ENCERRANDO SEM'
                      ' REPETIR 9900-FINALIZAR'
              MOVE 12                 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 'S'                   TO WRK-SW-ERRO-FATAL

           PERFORM 9900-FINALIZAR.
      *----------------------------------------------------------------*
       9100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       9900-FINALIZAR SECTION.
      *----------------------------------------------------------------*
      *    GUARDA DE REENTRANCIA (VER 9100-ERROS-ARQUIVOS).            *
           MOVE 'S'         TO WRK-SW-FINALIZANDO

      *    CANCELAMENTO ANTES DE ABRIR O RELATORIO (CARTAO OU ROTEIRO
      *    INVALIDO) SAI SO COM O SYSOUT E O RC 12.
           IF WRK-SW-RELCAD-ABERTO EQUAL 'S'
              SET WRK-CN-WRITE TO TRUE

              MOVE SPACES                 TO WRK-LINHA-RELCAD
              WRITE FD-RELCAD01 FROM WRK-LINHA-RELCAD

              MOVE SPACES                 TO WRK-LINHA-RELCAD
              MOVE ACU-CONSIDERADOS       TO WRK-MASK
              STRING 'EXECUCOES DA NOITE..........: ' WRK-MASK
                   DELIMITED BY SIZE INTO WRK-LINHA-RELCAD
              WRITE FD-RELCAD01 FROM WRK-LINHA-RELCAD

              MOVE SPACES                 TO WRK-LINHA-RELCAD
              MOVE ACU-FORA-ROTEIRO       TO WRK-MASK
              STRING 'DE PROGRAMAS FORA DO ROTEIRO: ' WRK-MASK
                   DELIMITED BY SIZE INTO WRK-LINHA-RELCAD
              WRITE FD-RELCAD01 FROM WRK-LINHA-RELCAD

              MOVE SPACES                 TO WRK-LINHA-RELCAD
              MOVE ACU-OCORRENCIAS        TO WRK-MASK
              STRING 'OCORRENCIAS NA CADEIA.......: ' WRK-MASK
                   DELIMITED BY SIZE INTO WRK-LINHA-RELCAD
              WRITE FD-RELCAD01 FROM WRK-LINHA-RELCAD

              MOVE SPACES                 TO WRK-LINHA-RELCAD
              EVALUATE TRUE
                 WHEN WRK-SW-ERRO-FATAL EQUAL 'S'
                    STRING 'SITUACAO DA NOITE...........: '
                         '** CONFERENCIA CANCELADA **'
                         DELIMITED BY SIZE INTO WRK-LINHA-RELCAD
                 WHEN ACU-OCORRENCIAS GREATER ZEROS
                    STRING 'SITUACAO DA NOITE...........: '
                         '** CADEIA COM OCORRENCIAS **'
                         DELIMITED BY SIZE INTO WRK-LINHA-RELCAD
                 WHEN OTHER
                    STRING 'SITUACAO DA NOITE...........: '
                         'OK - CADEIA COMPLETA'
                         DELIMITED BY SIZE INTO WRK-LINHA-RELCAD
              END-EVALUATE
              WRITE FD-RELCAD01 FROM WRK-LINHA-RELCAD

              SET WRK-CN-CLOSE TO TRUE
              CLOSE RELCAD01

              IF NOT WRK-FS-RELCAD01-OK
                 MOVE 'S'                 TO WRK-SW-ERRO-ARQUIVO
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

      *    RETURN-CODE 4 = AVISO PARA O SCHEDULER ACIONAR OPERACAO    *
      *    NA MESMA NOITE (MESMA CONVENCAO DO PSDC2HIS); 12 =         *
      *    CANCELAMENTO POR ERRO DE ARQUIVO OU ROTEIRO/CARTAO         *
      *    INVALIDO.                                                  *
           EVALUATE TRUE
              WHEN WRK-SW-ERRO-FATAL EQUAL 'S'
                 MOVE 12               TO RETURN-CODE
              WHEN ACU-OCORRENCIAS GREATER ZEROS
                 DISPLAY '*****************************************'
                 DISPLAY '* ATENCAO - ' ACU-OCORRENCIAS
                         ' OCORRENCIA(S) NA CADEIA NOTURNA'
                 DISPLAY '* VER RELCAD01 - RETURN-CODE 4'
                 DISPLAY '*****************************************'
                 MOVE 4                TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           DISPLAY '***************************************************'
           MOVE ACU-LIDOS              TO WRK-MASK
           DISPLAY '* QTDE LINHAS DE HISTORICO: ' WRK-MASK
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

          END PROGRAM PSDC2CAD.
      *----------------------------------------------------------------*
