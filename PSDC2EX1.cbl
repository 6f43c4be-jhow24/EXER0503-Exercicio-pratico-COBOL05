      *----------------------------------------------------------------*
      *    OBJETIVO....:   CRIAR CURSOR
      *                    FAZER LEITURA DE TABELA DB2
      *                    NOITE SEM CARTAO E SEM CAMPANHA PREVISTA NAO
      *                    EXTRAI NADA (RETURN-CODE 4) E DEIXA NO
      *                    ARQHIST01 UMA LINHA-MARCA COM UF EM BRANCO,
      *                    LIDOS/GRAVADO ZERADOS E SQLCODE +100, PARA O
      *                    PSDC2CAD CONTAR A EXECUCAO (O PSDC2HIS A
      *                    IGNORA NA TENDENCIA POR UF).
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *

      *----------------------------------------------------------------*
      *   INPUT:      CARTAO DE PARAMETROS DO FILTRO UF/SEXO/TIPO      *
      *               ORG. SEQUENCIAL   -   LRECL = 020               *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQPARM              PIC X(020).

      *----------------------------------------------------------------*
      *   INPUT:      CARTAO DO LIMITE DE FREQUENCIA DE CONTATO        *
           03 ACU-SUPRIMIDOS-LGPD PIC  9(005) VALUE ZEROS.
           03 ACU-SUPRIMIDOS-FREQ PIC  9(005) VALUE ZEROS.
           03 ACU-TEL-INVALIDOS   PIC  9(005) VALUE ZEROS.
           03 ACU-GRUPO-CONTROLE  PIC  9(005) VALUE ZEROS.
           03 ACU-SUPRIMIDOS-FAIXA PIC 9(005) VALUE ZEROS.
      *    SEMENTES (MONITORES) INCLUIDAS NOS ARQUIVOS DO FILTRO - FORA
      *    DO BALANCETE, QUE SO CONFERE A POPULACAO DO CURSOR
           03 ACU-SEMENTE-ARQSAI01 PIC 9(005) VALUE ZEROS.
           03 ACU-SEMENTE-ARQSMS01 PIC 9(005) VALUE ZEROS.
           03 ACU-SEMENTE-ARQCRT01 PIC 9(005) VALUE ZEROS.
           03 WRK-ACU-TOTAL-GRAVADO PIC 9(005) VALUE ZEROS.
           03 WRK-ACU-ESPERADO    PIC  9(006) VALUE ZEROS.
      *    TOTAL GERAL DA EXECUCAO (SOMA DE TODOS OS FILTROS DA
             10 WRK-ARQ-SEQ          PIC  9(006).
             10 WRK-ARQ-QTD-REG      PIC  9(007).
             10 WRK-ARQ-SOMA-CCLUB   PIC  9(015).
             10 WRK-ARQ-CAMPANHA     PIC  X(008).
             10 WRK-ARQ-QTD-SEMENTE  PIC  9(003).
             10 WRK-ARQ-QTD-SMS      PIC  9(007).
       77 WRK-ARQ-MAX                PIC  9(003) VALUE 500.
       77 WRK-ARQ-ATUAL              PIC  9(003) COMP VALUE ZEROS.

             05 ARQSAI01-HDR-STATUS  PIC  9(001).
             05 ARQSAI01-HDR-EXTR    PIC  X(001).
          03 ARQSAI01-HDR-SEQ        PIC  9(006).
          03 ARQSAI01-HDR-CAMPANHA   PIC  X(008).
          03 FILLER                  PIC  X(143).

       01 ARQSAI01-TRAILER.
          03 ARQSAI01-TRL-TIPO       PIC  X(001).
      *    MANIFESTO DE LIBERACAO (ARQMAN01): HEADER 'H' COM DATA E    *
      *    QTDE DE ARQUIVOS, UMA LINHA 'D' POR ARQSAI01 GERADO (NOME,  *
      *    SEQUENCIAL, QTDE DE REGISTROS E HASH DE CCLUB, OS MESMOS    *
      *    DO TRAILER DO ARQUIVO, E A CAMPANHA DO FILTRO) E TRAILER    *
      *    'T'. O JOB DE TRANSFERENCIA SO TRANSMITE O QUE CONSTA AQUI. *
      *    A QTDE DE REGISTROS E O HASH INCLUEM AS SEMENTES DO ARQUIVO *
      *    (COMO O TRAILER); A QTDE DE SEMENTES VEM A PARTE NA LINHA   *
      *    'D' (POSICOES 63-65) PARA O PSDC2RGN E O PSDC2SEM, E A QTDE *
      *    DE REGISTROS DE CANAL 'A' (EMAIL+SMS - POSICOES 67-73) PARA *
      *    O PSDC2FAT CONFERIR A FATURA DE SMS.                        *
      *----------------------------------------------------------------*
       01 ARQMAN01-HEADER.
          03 ARQMAN01-HDR-TIPO       PIC  X(001).
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
       77 WRK-FRQ-QTD-CONTATOS       PIC S9(009) COMP VALUE ZEROS.
       77 WRK-HV-FRQ-FILTRO          PIC  X(010) VALUE SPACES.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO GRUPO DE CONTROLE (HOLDOUT)'.
      *----------------------------------------------------------------*
      *    COM PERCENTUAL NO CARTAO (COL 11-12), UMA FATIA DA          *
      *    POPULACAO JA VALIDADA E RETIDA COMO GRUPO DE CONTROLE: NAO  *
      *    VAI PARA ARQSAI01/ARQSMS01/ARQCRT01, MAS E REGISTRADA EM    *
      *    DB2PRD.HIST_CONTATO COM CIND_CONTROLE = 'S' NO MESMO        *
      *    SEQUENCIAL DO ARQUIVO, PARA O PSDC2EX3 MEDIR O LIFT DA      *
      *    CAMPANHA (ENVIADOS X CONTROLE). O SORTEIO E DETERMINISTICO  *
      *    (VER 3140-SORTEAR-CONTROLE): MESMO CCLUB + MESMO FILTRO =   *
      *    MESMO RESULTADO, ENTAO O RERUN E A SIMULACAO DA TARDE       *
      *    SEPARAM EXATAMENTE OS MESMOS CLIENTES. A SEMENTE SAI DAS    *
      *    COL 1-9 DO CARTAO (SEM O PERCENTUAL E SEM A FLAG DE         *
      *    SIMULACAO) - AUMENTAR O PERCENTUAL SO ACRESCENTA CLIENTES   *
      *    AO CONTROLE, NUNCA TROCA OS QUE JA ESTAVAM. O CONTROLE NAO  *
      *    CONTA NA JANELA DE FREQUENCIA (NAO RECEBEU NADA).           *
      *----------------------------------------------------------------*
       77 WRK-CTL-PCT                PIC  9(002) VALUE ZEROS.
       77 WRK-SW-CONTROLE-ATIVO      PIC  X(001) VALUE 'N'.
          88 WRK-CONTROLE-ATIVO                  VALUE 'S'.
       77 WRK-SW-MEMBRO-CONTROLE     PIC  X(001) VALUE 'N'.
          88 WRK-MEMBRO-CONTROLE                 VALUE 'S'.
       77 WRK-CTL-SEMENTE            PIC  9(007) COMP-3 VALUE ZEROS.
       77 WRK-CTL-POS                PIC  9(003) COMP VALUE ZEROS.
       77 WRK-CTL-PRODUTO            PIC  9(018) COMP-3 VALUE ZEROS.
       77 WRK-CTL-QUOCIENTE          PIC  9(018) COMP-3 VALUE ZEROS.
       77 WRK-CTL-BALDE              PIC  9(002) VALUE ZEROS.
       77 WRK-CTL-PRIMO              PIC  9(007) VALUE 3061021.
       77 WRK-HV-CIND-CONTROLE       PIC  X(001) VALUE 'N'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DA FAIXA DE ENGAJAMENTO'.
      *----------------------------------------------------------------*
      *    COM FAIXA NO CARTAO (COL 13 = 'E' OU 'I'), SO SEGUE QUEM    *
      *    ESTA NA FAIXA PEDIDA DE DB2PRD.ENGAJ_CLIENTE (CALCULADA     *
      *    PERIODICAMENTE PELO PSDC2SCO): 'E' PARA AS CAMPANHAS        *
      *    NORMAIS, 'I' PARA AS DE REATIVACAO. CCLUB SEM LINHA NA      *
      *    TABELA (SEM CONTATO NA JANELA DO SCORE) CONTA COMO          *
      *    ENGAJADO - NAO HA HISTORICO PARA CHAMA-LO DE INATIVO. QUEM  *
      *    FICA FORA DA FAIXA VAI PARA O ARQREJ01 (MOTIVO 'FE') E SAI  *
      *    DESTACADO NO BALANCETE COMO OS SUBTOTAIS OP/FC.             *
      *----------------------------------------------------------------*
       77 WRK-SW-FAIXA-ATIVA         PIC  X(001) VALUE 'N'.
          88 WRK-FAIXA-ATIVA                     VALUE 'S'.
       77 WRK-HV-FAIXA-ENGAJ         PIC  X(001) VALUE SPACES.
          88 WRK-HV-FAIXA-INATIVO                VALUE 'I'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO RELATORIO DE BALANCETE DA EXTRACAO'.
      *       "WRK-SIMULACAO" NAS ROTINAS DE GRAVACAO)
          05 WRK-PARM-SIMULACAO      PIC  X(001).
             88 WRK-PARM-SIMULA           VALUE 'S'.
      *       COL 11-12 = PERCENTUAL DO GRUPO DE CONTROLE (00-99;
      *       BRANCO OU 00 = SEM GRUPO DE CONTROLE) - VER AREA DO
      *       GRUPO DE CONTROLE
          05 WRK-PARM-CONTROLE-PCT   PIC  X(002).
          05 WRK-PARM-CONTROLE-PCT-R REDEFINES WRK-PARM-CONTROLE-PCT
                                     PIC  9(002).
      *       COL 13 = FAIXA DE ENGAJAMENTO ('E' = SO ENGAJADOS,
      *       'I' = SO INATIVOS, BRANCO OU 'T' = TODOS) - VER AREA DA
      *       FAIXA DE ENGAJAMENTO
          05 WRK-PARM-FAIXA-ENGAJ    PIC  X(001).
             88 WRK-PARM-FAIXA-ENGAJADOS  VALUE 'E'.
             88 WRK-PARM-FAIXA-INATIVOS   VALUE 'I'.
             88 WRK-PARM-FAIXA-TODOS      VALUE 'T' ' '.
          05 FILLER                  PIC  X(007).
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
      *    QUE O ARQCKPT E O CTL_EXTRACAO NAO SAO CHAVEADOS POR        *
      *    FILTRO. CARTOES EM BRANCO SAO IGNORADOS.                    *
      *----------------------------------------------------------------*
      *    CADA ENTRADA DA PILHA LEVA, ALEM DA IMAGEM DO CARTAO, A     *
      *    CAMPANHA DE ORIGEM (VER AREA DA TABELA DE CAMPANHAS) - EM   *
      *    BRANCO PARA CARTAO DIGITADO NO ARQPARM, QUE SEGUE COM OS    *
      *    TRES CANAIS LIGADOS, COMO SEMPRE.                           *
       01 WRK-TAB-FILTROS.
          05 WRK-FIL-QTDE            PIC  9(003) VALUE ZEROS.
          05 WRK-FIL-ENT             OCCURS 50 TIMES.
             10 WRK-FIL-CARTAO       PIC  X(020).
             10 WRK-FIL-CAMPANHA     PIC  X(008).
             10 WRK-FIL-NOME-CAMP    PIC  X(040).
             10 WRK-FIL-RESP-CAMP    PIC  X(030).
             10 WRK-FIL-CANAIS       PIC  X(003).
       77 WRK-FIL-MAX                PIC  9(003) VALUE 50.
       77 WRK-FIL-IDX                PIC  9(003) COMP VALUE ZEROS.
       77 WRK-FIL-NUM-EDIT           PIC  9(002) VALUE ZEROS.
       77 WRK-SW-RELBAL-ABERTO       PIC  X(001) VALUE 'N'.
       77 WRK-QTD-FILTROS-DIVERG     PIC  9(003) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DA TABELA DE CAMPANHAS (DB2PRD.CAMPANHA)'.
      *----------------------------------------------------------------*
      *    A PILHA DE FILTROS DA NOITE VEM DO CADASTRO DE CAMPANHAS    *
      *    DE MARKETING, PLANEJADO COM ANTECEDENCIA: CADA CAMPANHA     *
      *    COM CSTATUS_CAMPANHA = 'A' (ATIVA) E A DATA DA EXECUCAO     *
      *    ENTRE DT_INICIO E DT_FIM VIRA UMA ENTRADA DA PILHA, COM O   *
      *    FILTRO (MESMO DESENHO DE 20 POSICOES DO CARTAO DO ARQPARM)  *
      *    GRAVADO NA PROPRIA TABELA - VER 1053-LER-CAMPANHAS. A       *
      *    CAMPANHA RODA TODA NOITE DA SUA JANELA (CAMPANHA DE UM SO   *
      *    DISPARO TEM DT_INICIO = DT_FIM). O CCAMPANHA E CARIMBADO    *
      *    NO HEADER DO ARQSAI01/ARQCRT01, NO HIST_CONTATO E NO        *
      *    ARQMAN01, PARA O PSDC2EX3 APURAR A EFETIVIDADE POR          *
      *    CAMPANHA. CARTAO DIGITADO NO ARQPARM CONTINUA VALENDO E     *
      *    TEM PRECEDENCIA (ENSAIO DA TARDE, CONTINGENCIA): COM        *
      *    CARTAO NO ARQPARM A TABELA NAO E LIDA E A CAMPANHA SAI EM   *
      *    BRANCO. SEM CARTAO E SEM CAMPANHA PREVISTA PARA O DIA NAO   *
      *    HA EXTRACAO (RETURN-CODE 4) - O ANTIGO FILTRO DEFAULT       *
      *    UF=BA NAO E MAIS ASSUMIDO SEM CARTAO.                       *
      *    CCANAIS: POSICAO 1 = 'E' (EMAIL, OBRIGATORIO - O ARQSAI01   *
      *    E A BASE DO SEQUENCIAL, DO HIST_CONTATO E DO MANIFESTO),    *
      *    POSICAO 2 = 'S' (SMS - ARQSMS01 E CANAL 'A'), POSICAO 3 =   *
      *    'C' (CARTA - ARQCRT01). CANAL DESLIGADO NAO ALIMENTA O      *
      *    ARQUIVO DO CANAL, QUE SAI VAZIO.                            *
      *----------------------------------------------------------------*
       01 WRK-HOST-CAMPANHA.
          05 WRK-HV-CAMPANHA         PIC  X(008).
          05 WRK-HV-NOME-CAMP        PIC  X(040).
          05 WRK-HV-RESP-CAMP        PIC  X(030).
          05 WRK-HV-CANAIS           PIC  X(003).
          05 WRK-HV-FILTRO-CAMP      PIC  X(020).
       77 WRK-FIM-CSR-CAMP           PIC  X(001) VALUE 'N'.
       77 WRK-SW-SEM-CAMPANHA        PIC  X(001) VALUE 'N'.
          88 WRK-SEM-CAMPANHA                    VALUE 'S'.
       77 WRK-SW-CAMP-VALIDA         PIC  X(001) VALUE 'S'.
      *    CAMPANHA DO FILTRO EM CURSO (GRAVADA NO HIST_CONTATO) E
      *    CANAIS LIGADOS PARA ELA
       77 WRK-HV-CAMP-ATUAL          PIC  X(008) VALUE SPACES.
       01 WRK-CAMP-CANAIS-ATUAL.
          05 WRK-CAMP-CANAL-EMAIL    PIC  X(001).
             88 WRK-CAMP-COM-EMAIL               VALUE 'E'.
          05 WRK-CAMP-CANAL-SMS      PIC  X(001).
             88 WRK-CAMP-COM-SMS                 VALUE 'S'.
             88 WRK-CAMP-CANAL-SMS-OK            VALUE 'S' ' '.
          05 WRK-CAMP-CANAL-CARTA    PIC  X(001).
             88 WRK-CAMP-COM-CARTA               VALUE 'C'.
             88 WRK-CAMP-CANAL-CARTA-OK          VALUE 'C' ' '.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DAS SEMENTES (MONITORES) DOS ARQUIVOS'.
      *----------------------------------------------------------------*
      *    SEMENTE = CONTATO INTERNO DE MONITORACAO (CAIXA DE EMAIL,   *
      *    CELULAR OU ENDERECO POSTAL DE FUNCIONARIO NO ESTADO),       *
      *    MANTIDO EM DB2PRD.SEMENTE_CONTATO, UMA LINHA POR SEMENTE E  *
      *    CANAL:                                                      *
      *       CSEMENTE       DEC(10)  CODIGO DA SEMENTE, DE FAIXA      *
      *                               RESERVADA FORA DA NUMERACAO DE   *
      *                               CCLUB - SAI NO CAMPO COD DO      *
      *                               ARQUIVO E ENTRA NO HASH          *
      *       CSGL_UF        CHAR(2)  ESTADO DA SEMENTE                *
      *       CCANAL         CHAR(1)  'E' EMAIL, 'S' SMS, 'C' CARTA    *
      *       ISEMENTE       CHAR(70) NOME                             *
      *       EEMAIL_SEMENTE CHAR(70) EMAIL (CANAL 'E')                *
      *       NTEL_SEMENTE   CHAR(11) DDD + CELULAR (CANAL 'S')        *
      *       ELOGDR_SEMENTE/NLOGDR_SEMENTE/NCIDAD_SEMENTE/            *
      *       CCEP_SEMENTE            ENDERECO POSTAL (CANAL 'C')      *
      *       CIND_ATIVO     CHAR(1)  'S' = SEMENTE EM USO             *
      *    NO FECHAMENTO DE CADA ARQSAI01 (VER 3080-INCLUIR-SEMENTES)  *
      *    AS SEMENTES ATIVAS DO ESTADO DO ARQUIVO SAO GRAVADAS NO     *
      *    ARQSAI01 (CANAL 'E') E, SE A CAMPANHA TEM O CANAL, NO       *
      *    ARQSMS01 E NO ARQCRT01. CADA INCLUSAO E REGISTRADA EM       *
      *    DB2PRD.SEMENTE_ENVIO (NUM_SEQ_ARQ, CSEMENTE, CCANAL - CHAVE *
      *    UNICA -, DT_ENVIO, DT_RECEBIMENTO DEC(8) DEFAULT 0 E        *
      *    CIND_CONTEUDO CHAR(1)), QUE O PSDC2SEM BAIXA COM O          *
      *    RECEBIMENTO APONTADO PELOS MONITORES. SEMENTE NAO E CLIENTE:*
      *    NAO ENTRA NO HIST_CONTATO (NEM, PORTANTO, NO LIMITE DE      *
      *    FREQUENCIA), NO RELEST01 NEM NOS ACU-GRAVA (BALANCETE) -    *
      *    SO NOS TRAILERS E NO ARQMAN01, PARA O HASH CONFERIR COM O   *
      *    DO FORNECEDOR, E EM LINHAS PROPRIAS DO RELBAL01.            *
      *----------------------------------------------------------------*
       01 WRK-HOST-SEMENTE.
          05 WRK-HV-SEM-SEQ          PIC  9(006).
          05 WRK-HV-SEM-CODIGO       PIC  9(010).
          05 WRK-HV-SEM-CANAL        PIC  X(001).
             88 WRK-SEM-CANAL-EMAIL              VALUE 'E'.
             88 WRK-SEM-CANAL-SMS                VALUE 'S'.
             88 WRK-SEM-CANAL-CARTA              VALUE 'C'.
          05 WRK-HV-SEM-NOME         PIC  X(070).
          05 WRK-HV-SEM-EMAIL        PIC  X(070).
          05 WRK-HV-SEM-TELEFONE.
             10 WRK-HV-SEM-DDD       PIC  X(002).
             10 WRK-HV-SEM-NUMERO    PIC  X(009).
          05 WRK-HV-SEM-LOGRADOURO   PIC  X(040).
          05 WRK-HV-SEM-NUM-LOGR     PIC  X(006).
          05 WRK-HV-SEM-CIDADE       PIC  X(030).
          05 WRK-HV-SEM-CEP          PIC  X(008).
       77 WRK-FIM-CSR-SEM            PIC  X(001) VALUE 'N'.
       77 WRK-SW-SEM-INCLUIDA        PIC  X(001) VALUE 'N'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DE VALIDACAO DO FORMATO DO EMAIL'.
      *       FC = FREQUENCIA DE CONTATO EXCEDIDA (JA ATINGIU O        *
      *            MAXIMO DE CONTATOS DA JANELA DO ARQFRQ01 - VER      *
      *            3130-VALIDAR-FREQUENCIA)                            *
      *       FE = FORA DA FAIXA DE ENGAJAMENTO PEDIDA NO CARTAO (VER  *
      *            3135-VALIDAR-FAIXA-ENGAJ)                           *
      *       TI = TELEFONE INVALIDO PARA SMS (VER 3200-VALIDAR-       *
      *            TELEFONE) - REGISTRO SEGUE NO ARQSAI01 COM CANAL    *
      *            'E' E A LINHA DE REJEICAO SERVE PARA O CADASTRO     *
                05 ARQCRT01-HDR-SEXO  PIC X(001).
                05 ARQCRT01-HDR-STATUS PIC 9(001).
                05 ARQCRT01-HDR-EXTR  PIC X(001).
             03 ARQCRT01-HDR-CAMPANHA PIC X(008).
             03 FILLER                PIC X(145).

          01 ARQCRT01-TRAILER.
             03 ARQCRT01-TRL-TIPO     PIC X(001).
             ORDER BY CSGL_UF, CCLUB
           END-EXEC.

      *    CAMPANHAS PREVISTAS PARA A DATA DA EXECUCAO (VER AREA DA
      *    TABELA DE CAMPANHAS) - SO LIDO QUANDO O ARQPARM NAO TRAZ
      *    CARTAO. A ORDEM POR CCAMPANHA FIXA A NUMERACAO .FNN DOS
      *    ARQUIVOS DE UMA NOITE PARA OUTRA.
           EXEC SQL DECLARE CSR-CAMP CURSOR FOR
               SELECT CCAMPANHA, ICAMPANHA, IRESP_CAMPANHA,
                      CCANAIS, FILTRO
                 FROM DB2PRD.CAMPANHA
                WHERE CSTATUS_CAMPANHA = 'A'
                  AND DT_INICIO       <= :WRK-DATA-EXECUCAO
                  AND DT_FIM          >= :WRK-DATA-EXECUCAO
                ORDER BY CCAMPANHA
           END-EXEC.

      *    SEMENTES ATIVAS DO ESTADO DO ARQSAI01 QUE ESTA SENDO
      *    FECHADO (VER AREA DAS SEMENTES)
           EXEC SQL DECLARE CSR-SEM CURSOR FOR
               SELECT CSEMENTE, CCANAL, ISEMENTE,
                      EEMAIL_SEMENTE, NTEL_SEMENTE,
                      ELOGDR_SEMENTE, NLOGDR_SEMENTE,
                      NCIDAD_SEMENTE, CCEP_SEMENTE
                 FROM DB2PRD.SEMENTE_CONTATO
                WHERE CSGL_UF    = :WRK-UF-ATUAL
                  AND CIND_ATIVO = 'S'
                ORDER BY CCANAL, CSEMENTE
           END-EXEC.

      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
              'ENT0403 - FIM DA AREA DE WORKING'.
           MOVE WRK-FIL-IDX           TO WRK-FIL-NUM-EDIT

           MOVE WRK-FIL-CARTAO(WRK-FIL-IDX) TO WRK-REG-PARM
           MOVE WRK-FIL-CAMPANHA(WRK-FIL-IDX) TO WRK-HV-CAMP-ATUAL
           MOVE WRK-FIL-CANAIS(WRK-FIL-IDX) TO WRK-CAMP-CANAIS-ATUAL

      *    CONFERE OS VALORES DO CARTAO ANTES DE QUALQUER DEFAULT -
      *    CARTAO COM LIXO CANCELA AQUI, COM MENSAGEM CLARA, EM VEZ
              MOVE ZEROS               TO WRK-ANIVER-MES
           END-IF

      *    GRUPO DE CONTROLE: PERCENTUAL DO CARTAO E SEMENTE DO
      *    SORTEIO (VER AREA DO GRUPO DE CONTROLE) - A SEMENTE SO
      *    DEPENDE DAS COL 1-9, ENTAO SIMULACAO E RODADA REAL DO
      *    MESMO FILTRO SORTEIAM O MESMO GRUPO
           IF WRK-PARM-CONTROLE-PCT NUMERIC
              AND WRK-PARM-CONTROLE-PCT-R GREATER ZEROS
              MOVE WRK-PARM-CONTROLE-PCT-R TO WRK-CTL-PCT
              MOVE 'S'                 TO WRK-SW-CONTROLE-ATIVO
              MOVE ZEROS               TO WRK-CTL-SEMENTE
              PERFORM VARYING WRK-CTL-POS FROM 1 BY 1
                 UNTIL WRK-CTL-POS GREATER 9
                 COMPUTE WRK-CTL-SEMENTE = WRK-CTL-SEMENTE +
                    FUNCTION ORD(WRK-FIL-CARTAO(WRK-FIL-IDX)
                                 (WRK-CTL-POS:1)) * WRK-CTL-POS * 31
              END-PERFORM
           ELSE
              MOVE ZEROS               TO WRK-CTL-PCT
              MOVE 'N'                 TO WRK-SW-CONTROLE-ATIVO
           END-IF

      *    FAIXA DE ENGAJAMENTO: SO 'E' OU 'I' CONSULTAM A TABELA DE
      *    SCORE - BRANCO OU 'T' SEGUEM SEM SELECAO, COMO ANTES
           IF WRK-PARM-FAIXA-ENGAJADOS OR WRK-PARM-FAIXA-INATIVOS
              MOVE 'S'                 TO WRK-SW-FAIXA-ATIVA
           ELSE
              MOVE 'N'                 TO WRK-SW-FAIXA-ATIVA
           END-IF

           MOVE ZEROS                 TO ACU-LIDOS
                                         ACU-GRAVA-ARQSAI01
                                         ACU-GRAVA-ARQREJ01
                                         ACU-SUPRIMIDOS-LGPD
                                         ACU-SUPRIMIDOS-FREQ
                                         ACU-TEL-INVALIDOS
                                         ACU-GRUPO-CONTROLE
                                         ACU-SUPRIMIDOS-FAIXA
                                         ACU-SEMENTE-ARQSAI01
                                         ACU-SEMENTE-ARQSMS01
                                         ACU-SEMENTE-ARQCRT01
                                         WRK-CKPT-CONTADOR
                                         WRK-COMMIT-CONTADOR
           MOVE ZEROS                 TO WRK-EST-QTD-UF
      *    IMAGEM DO CARTAO DO FILTRO GRAVADA EM HIST_CONTATO (VER
      *    3940-GRAVAR-HIST-CONTATO) PARA AUDITAR QUAL FILTRO GEROU
      *    CADA CONTATO
           MOVE WRK-FIL-CARTAO(WRK-FIL-IDX)(1:10) TO WRK-HV-FRQ-FILTRO

           IF WRK-MULTI-FILTRO
              MOVE SPACES             TO WRK-BASE-ARQSAI01
           DISPLAY '***************************************************'
           DISPLAY '* FILTRO DA EXTRACAO (PSDC2EX1) - CARTAO '
                   WRK-FIL-NUM-EDIT ' DE ' WRK-FIL-QTDE
           IF WRK-HV-CAMP-ATUAL NOT EQUAL SPACES
              DISPLAY '* CAMPANHA...: ' WRK-HV-CAMP-ATUAL ' - '
                      WRK-FIL-NOME-CAMP(WRK-FIL-IDX)
              DISPLAY '* RESPONSAVEL: ' WRK-FIL-RESP-CAMP(WRK-FIL-IDX)
              DISPLAY '* CANAIS.....: ' WRK-CAMP-CANAIS-ATUAL
                      ' (E=EMAIL / S=SMS / C=CARTA)'
           END-IF
           DISPLAY '* MODO........: ' WRK-PARM-MODO-UF
                  ' (U=ESTADO UNICO / R=REGIAO)'
           IF WRK-PARM-MODO-REGIAO
           IF WRK-PARM-EXTRACAO-ANIVER
              DISPLAY '* MES ANIVER.: ' WRK-ANIVER-MES
           END-IF
           IF WRK-CONTROLE-ATIVO
              DISPLAY '* CONTROLE...: ' WRK-CTL-PCT
                      '% DA POPULACAO VALIDA RETIDA (HOLDOUT)'
           END-IF
           IF WRK-FAIXA-ATIVA
              DISPLAY '* ENGAJAMENTO: ' WRK-PARM-FAIXA-ENGAJ
                      ' (E=SO ENGAJADOS / I=SO INATIVOS)'
           END-IF
           IF WRK-SIMULACAO
              DISPLAY '* >>> MODO SIMULACAO - NENHUM ARQUIVO DE'
                      ' FORNECEDOR SERA GRAVADO <<<'
      *    VALIDA O CARTAO DE FILTRO CONTRA OS VALORES LEGAIS (VER     *
      *    COMENTARIO DA AREA DE VALIDACAO DO CARTAO): UF REAL NO      *
      *    MODO ESTADO, TIPO F/J, SEXO F/M, STATUS NUMERICO, MODO      *
      *    U/R, EXTRACAO F/I/A, FLAG DE SIMULACAO S E PERCENTUAL DE    *
      *    CONTROLE NUMERICO. CAMPO EM BRANCO SEGUE VALENDO DEFAULT.   *
      *    QUALQUER VALOR FORA DISSO                                   *
      *    CANCELA O JOB COM O CAMPO E O CARTAO IDENTIFICADOS - A      *
      *    REGIAO DO MODO 'R' E CONFERIDA NA TABELA DE CONTROLE POR    *
      *    2015-RESOLVER-REGIAO.                                       *
              MOVE 'N'                TO WRK-SW-CARTAO-VALIDO
           END-IF

           IF WRK-PARM-CONTROLE-PCT NOT EQUAL SPACES
              AND WRK-PARM-CONTROLE-PCT NOT NUMERIC
              DISPLAY '* PERCENTUAL DE CONTROLE INVALIDO NO CARTAO '
                      WRK-FIL-NUM-EDIT ': "' WRK-PARM-CONTROLE-PCT
                      '" (VALIDOS: 00 A 99 OU BRANCO)'
              MOVE 'N'                TO WRK-SW-CARTAO-VALIDO
           END-IF

           IF NOT WRK-PARM-FAIXA-ENGAJADOS
              AND NOT WRK-PARM-FAIXA-INATIVOS
              AND NOT WRK-PARM-FAIXA-TODOS
              DISPLAY '* FAIXA DE ENGAJAMENTO INVALIDA NO CARTAO '
                      WRK-FIL-NUM-EDIT ': "' WRK-PARM-FAIXA-ENGAJ
                      '" (VALIDOS: E/I/T OU BRANCO)'
              MOVE 'N'                TO WRK-SW-CARTAO-VALIDO
           END-IF

           IF WRK-SW-CARTAO-VALIDO EQUAL 'N'
              DISPLAY '* CARTAO DE FILTRO INVALIDO: "'
                      WRK-FIL-CARTAO(WRK-FIL-IDX) '"'
              IF WRK-FIL-CAMPANHA(WRK-FIL-IDX) NOT EQUAL SPACES
                 DISPLAY '* CORRIGIR O FILTRO DA CAMPANHA '
                         WRK-FIL-CAMPANHA(WRK-FIL-IDX)
                         ' EM DB2PRD.CAMPANHA E RESSUBMETER'
              ELSE
                 DISPLAY '* CORRIGIR O ARQPARM E RESSUBMETER'
              END-IF
              MOVE 'S'                TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
      *    ROTINA DE LEITURA DA PILHA DE CARTOES DE PARAMETROS         *
      *    (UF/TIPO/SEXO/STATUS) - DD ARQPARM. CADA CARTAO NAO-BRANCO  *
      *    VIRA UMA EXTRACAO COMPLETA (VER 2000-PROCESSAR-FILTRO).     *
      *    DD AUSENTE, VAZIO OU SO COM CARTOES EM BRANCO PASSA A       *
      *    PILHA PARA AS CAMPANHAS DO DIA EM DB2PRD.CAMPANHA (VER      *
      *    1053-LER-CAMPANHAS).                                        *
      *    OS DEFAULTS POR CARTAO (UF EM BRANCO FORA DO MODO REGIAO,   *
      *    MODO/EXTRACAO NAO INFORMADOS) SAO APLICADOS NA HORA DE      *
      *    USAR O CARTAO, EM 2010-PREPARAR-FILTRO.                     *
              CLOSE ARQPARM
           ELSE
              IF WRK-FS-PARM-NAO-ACHOU
      *          CARTAO DE PARAMETROS NAO ALOCADO NO JOB - PILHA
      *          DAS CAMPANHAS (TRATADO ABAIXO, COM WRK-FIL-QTDE
      *          ZERADA)
                 CONTINUE
              ELSE
                 MOVE WRK-FS-ARQPARM       TO WRK-FS-DISPLAY
              END-IF
           END-IF

      *    SEM CARTAO NO ARQPARM A PILHA VEM DAS CAMPANHAS PREVISTAS
      *    PARA O DIA EM DB2PRD.CAMPANHA (VER AREA DA TABELA DE
      *    CAMPANHAS); COM CARTAO, A TABELA NAO E LIDA.
           IF WRK-FIL-QTDE EQUAL ZEROS
              PERFORM 1053-LER-CAMPANHAS
           ELSE
              DISPLAY '***********************************************'
              DISPLAY '* FILTROS DIGITADOS NO ARQPARM - CAMPANHAS DE'
              DISPLAY '* DB2PRD.CAMPANHA NAO LIDAS NESTA EXECUCAO'
              DISPLAY '***********************************************'
           END-IF

           IF WRK-FIL-QTDE EQUAL ZEROS
              MOVE 'S'                     TO WRK-SW-SEM-CAMPANHA
              DISPLAY '***********************************************'
              DISPLAY '* NENHUM CARTAO NO ARQPARM E NENHUMA CAMPANHA'
              DISPLAY '* ATIVA EM DB2PRD.CAMPANHA PARA '
                      WRK-DATA-EXECUCAO ' - SEM EXTRACAO'
              DISPLAY '***********************************************'
           END-IF

           IF WRK-FIL-QTDE GREATER 1
                       ADD 1             TO WRK-FIL-QTDE
                       MOVE WRK-REG-PARM TO
                            WRK-FIL-CARTAO(WRK-FIL-QTDE)
                       MOVE SPACES       TO
                            WRK-FIL-CAMPANHA(WRK-FIL-QTDE)
                            WRK-FIL-NOME-CAMP(WRK-FIL-QTDE)
                            WRK-FIL-RESP-CAMP(WRK-FIL-QTDE)
                       MOVE 'ESC'        TO
                            WRK-FIL-CANAIS(WRK-FIL-QTDE)
                    END-IF
                 END-IF
           END-READ
      *----------------------------------------------------------------*
       1052-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    MONTA A PILHA COM AS CAMPANHAS PREVISTAS PARA A DATA DA     *
      *    EXECUCAO EM DB2PRD.CAMPANHA (CURSOR CSR-CAMP). CAMPANHA     *
      *    COM FILTRO OU CANAIS INVALIDOS CANCELA O JOB NA LARGADA,    *
      *    ANTES DE QUALQUER ARQUIVO OU SEQUENCIAL - O VALOR DE CADA   *
      *    CAMPO DO FILTRO E CONFERIDO DEPOIS, POR                     *
      *    2012-VALIDAR-CARTAO, COMO O DO CARTAO DIGITADO.             *
      *----------------------------------------------------------------*
       1053-LER-CAMPANHAS SECTION.
      *----------------------------------------------------------------*
           MOVE 'CAMPANHA'               TO WRK-TABELA
           MOVE 'N'                      TO WRK-FIM-CSR-CAMP
           MOVE 'S'                      TO WRK-SW-CAMP-VALIDA

           ACCEPT WRK-DATA-EXECUCAO      FROM DATE YYYYMMDD

           EXEC SQL
              OPEN CSR-CAMP
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1056-LER-CSR-CAMP

           PERFORM 1054-EMPILHAR-CAMPANHA
              UNTIL WRK-FIM-CSR-CAMP EQUAL 'S'

           EXEC SQL
              CLOSE CSR-CAMP
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-SW-CAMP-VALIDA EQUAL 'N'
              DISPLAY '* CORRIGIR A(S) CAMPANHA(S) EM DB2PRD.CAMPANHA'
                      ' E RESSUBMETER'
              MOVE 'S'                   TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FIL-QTDE GREATER ZEROS
              DISPLAY '***********************************************'
              DISPLAY '* ' WRK-FIL-QTDE ' CAMPANHA(S) ATIVA(S) EM'
                      ' DB2PRD.CAMPANHA PARA ' WRK-DATA-EXECUCAO
              DISPLAY '***********************************************'
           END-IF
           .
      *----------------------------------------------------------------*
       1053-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    EMPILHA A CAMPANHA LIDA E LE A PROXIMA. FILTRO EM BRANCO    *
      *    (VIRARIA O FILTRO DEFAULT UF=BA), UF EM BRANCO FORA DO      *
      *    MODO REGIAO (IDEM) OU CANAIS FORA DO PADRAO SAO LISTADOS    *
      *    E O JOB CANCELA NO FIM DA LEITURA, COM TODAS AS CAMPANHAS   *
      *    ERRADAS NA MESMA LISTAGEM.                                  *
      *----------------------------------------------------------------*
       1054-EMPILHAR-CAMPANHA SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-HV-FILTRO-CAMP       TO WRK-REG-PARM
           MOVE WRK-HV-CANAIS            TO WRK-CAMP-CANAIS-ATUAL

           IF WRK-REG-PARM EQUAL SPACES
              OR (WRK-PARM-UF EQUAL SPACES
                  AND NOT WRK-PARM-MODO-REGIAO)
              DISPLAY '* CAMPANHA ' WRK-HV-CAMPANHA
                      ' SEM FILTRO/UF: "' WRK-HV-FILTRO-CAMP '"'
              MOVE 'N'                   TO WRK-SW-CAMP-VALIDA
           END-IF

           IF NOT WRK-CAMP-COM-EMAIL
              OR NOT WRK-CAMP-CANAL-SMS-OK
              OR NOT WRK-CAMP-CANAL-CARTA-OK
              DISPLAY '* CAMPANHA ' WRK-HV-CAMPANHA
                      ' COM CANAIS INVALIDOS: "' WRK-HV-CANAIS
                      '" (VALIDOS: E + S/BRANCO + C/BRANCO)'
              MOVE 'N'                   TO WRK-SW-CAMP-VALIDA
           END-IF

           IF WRK-FIL-QTDE GREATER OR EQUAL WRK-FIL-MAX
              DISPLAY '* WRK-TAB-FILTROS CHEIA (MAX '
                      WRK-FIL-MAX ') - AUMENTAR OCCURS'
              MOVE 'S'                   TO WRK-SW-ERRO-ARQUIVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                         TO WRK-FIL-QTDE
           MOVE WRK-HV-FILTRO-CAMP       TO
                WRK-FIL-CARTAO(WRK-FIL-QTDE)
           MOVE WRK-HV-CAMPANHA          TO
                WRK-FIL-CAMPANHA(WRK-FIL-QTDE)
           MOVE WRK-HV-NOME-CAMP         TO
                WRK-FIL-NOME-CAMP(WRK-FIL-QTDE)
           MOVE WRK-HV-RESP-CAMP         TO
                WRK-FIL-RESP-CAMP(WRK-FIL-QTDE)
           MOVE WRK-HV-CANAIS            TO
                WRK-FIL-CANAIS(WRK-FIL-QTDE)

           PERFORM 1056-LER-CSR-CAMP
           .
      *----------------------------------------------------------------*
       1054-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       1056-LER-CSR-CAMP SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                TO WRK-RETRY-CONTADOR

           PERFORM 1057-FETCH-CAMP-UNICO
              WITH TEST AFTER
              UNTIL (SQLCODE NOT EQUAL -911 AND SQLCODE NOT EQUAL -913)
                 OR WRK-RETRY-CONTADOR GREATER WRK-RETRY-MAX-TENTATIVAS

           EVALUATE TRUE
               WHEN SQLCODE EQUAL +100
                    MOVE 'S'           TO WRK-FIM-CSR-CAMP
               WHEN SQLCODE EQUAL ZEROS
                    CONTINUE
               WHEN OTHER
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       1056-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       1057-FETCH-CAMP-UNICO SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
              FETCH CSR-CAMP INTO
                      :WRK-HV-CAMPANHA
                     ,:WRK-HV-NOME-CAMP
                     ,:WRK-HV-RESP-CAMP
                     ,:WRK-HV-CANAIS
                     ,:WRK-HV-FILTRO-CAMP
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
       1057-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    VALORES DEFAULT DO FILTRO (COMPATIBILIDADE COM VERSAO       *
      *    ANTERIOR DO PROGRAMA, QUANDO O FILTRO ERA FIXO EM CODIGO)   *
              PERFORM 3110-VALIDAR-DUPLICADO
           END-IF

      *    A FAIXA DE ENGAJAMENTO VEM ANTES DA FREQUENCIA: QUEM NAO E
      *    PUBLICO DA CAMPANHA NAO CONSULTA O HISTORICO DE CONTATO
      *    NEM SAI COMO 'FC'.
           IF EMAIL-VALIDO AND WRK-FAIXA-ATIVA
              PERFORM 3135-VALIDAR-FAIXA-ENGAJ
           END-IF

      *    A CHECAGEM DE FREQUENCIA VEM POR ULTIMO: UM OPT-OUT OU
      *    DUPLICADO SAI COM SEU PROPRIO MOTIVO (E SUBTOTAL), E SO
      *    QUEM DE FATO SERIA GRAVADO CONSULTA O HISTORICO DE
              PERFORM 3130-VALIDAR-FREQUENCIA
           END-IF

      *    GRUPO DE CONTROLE: O SORTEIO SO ALCANCA QUEM PASSOU EM
      *    TODAS AS VALIDACOES (OS DOIS GRUPOS TEM QUE SER
      *    COMPARAVEIS). O MEMBRO DO CONTROLE NAO VAI PARA NENHUM
      *    ARQUIVO DE FORNECEDOR - SO FICA REGISTRADO EM HIST_CONTATO
      *    E CONTADO A PARTE NO BALANCETE.
           MOVE 'N'                    TO WRK-SW-MEMBRO-CONTROLE
           IF EMAIL-VALIDO AND WRK-CONTROLE-ATIVO
              PERFORM 3140-SORTEAR-CONTROLE
           END-IF

           IF WRK-MEMBRO-CONTROLE
              PERFORM 3945-REGISTRAR-CONTROLE
           ELSE
              IF EMAIL-VALIDO
                 MOVE CCLUB               TO ARQSAI01-COD-CLI
                 MOVE IPSSOA-COPLT        TO ARQSAI01-NOME
                 MOVE EEMAIL-PSSOA        TO ARQSAI01-EMAIL
                 MOVE NTEL-PSSOA          TO ARQSAI01-TELEFONE
                 MOVE DNASC-PSSOA         TO ARQSAI01-DT-NASCTO

      *          CANAL 'A' (EMAIL+SMS) SO COM TELEFONE CELULAR VALIDADO
      *          (VER 3200-VALIDAR-TELEFONE) - TELEFONE EM BRANCO E
      *          CANAL 'E' NORMAL; TELEFONE PREENCHIDO MAS INVALIDO E
      *          REBAIXADO PARA 'E' E LOGADO NO ARQREJ01 (MOTIVO 'TI')
      *          PARA CORRECAO PELO CADASTRO. CAMPANHA SEM O CANAL
      *          SMS NAO OLHA O TELEFONE: TODO MUNDO SAI NO CANAL 'E'.
                 IF NTEL-PSSOA EQUAL SPACES
                    OR NTEL-PSSOA EQUAL LOW-VALUES
                    OR NOT WRK-CAMP-COM-SMS
                    SET ARQSAI01-CANAL-EMAIL     TO TRUE
                 ELSE
                    PERFORM 3200-VALIDAR-TELEFONE

                    IF TELEFONE-VALIDO
                       SET ARQSAI01-CANAL-EMAIL-SMS TO TRUE
                    ELSE
                       SET ARQSAI01-CANAL-EMAIL     TO TRUE

                       MOVE CCLUB               TO ARQREJ01-COD-CLI
                       MOVE IPSSOA-COPLT        TO ARQREJ01-NOME
                       MOVE EEMAIL-PSSOA        TO ARQREJ01-EMAIL
                       MOVE 'TI'                TO ARQREJ01-MOTIVO

                       ADD 1                    TO ACU-TEL-INVALIDOS

                       PERFORM 3950-GRAVAR-ARQREJ01
                    END-IF
                 END-IF

                 IF ARQSAI01-CANAL-EMAIL-SMS
                    MOVE CCLUB               TO ARQSMS01-COD-CLI
                    MOVE IPSSOA-COPLT        TO ARQSMS01-NOME
                    MOVE WRK-TEL-DDD         TO ARQSMS01-DDD
                    MOVE WRK-TEL-NUMERO      TO ARQSMS01-NUMERO

                    PERFORM 3960-GRAVAR-ARQSMS01
                 END-IF

      *          CANAL POSTAL: CEP VALIDADO ENTRA NO ARQCRT01 (VIA
      *          ARQUIVO DE TRABALHO, ORDENADO POR CEP NO ENCERRAMENTO);
      *          CEP PREENCHIDO MAS INVALIDO E LOGADO NO ARQREJ01
      *          (MOTIVO 'CI') PARA CORRECAO PELO CADASTRO, COMO O 'TI'.
      *          SO PARA CAMPANHA COM O CANAL CARTA.
                 IF WRK-CAMP-COM-CARTA
                    PERFORM 3400-TRATAR-POSTAL
                 END-IF

                 PERFORM 3300-ACUMULAR-ESTATISTICA

                 PERFORM 3900-GRAVAR-ARQSAI01
              ELSE
                 MOVE CCLUB               TO ARQREJ01-COD-CLI
                 MOVE IPSSOA-COPLT        TO ARQREJ01-NOME
                 MOVE EEMAIL-PSSOA        TO ARQREJ01-EMAIL
                 MOVE WRK-MOTIVO-REJEICAO TO ARQREJ01-MOTIVO

                 PERFORM 3950-GRAVAR-ARQREJ01
              END-IF
           END-IF

           PERFORM 3800-LER-CURSOR
              MOVE ZEROS                      TO
                   WRK-ARQ-QTD-REG(WRK-ARQ-ATUAL)
                   WRK-ARQ-SOMA-CCLUB(WRK-ARQ-ATUAL)
                   WRK-ARQ-QTD-SEMENTE(WRK-ARQ-ATUAL)
                   WRK-ARQ-QTD-SMS(WRK-ARQ-ATUAL)
              MOVE WRK-HV-CAMP-ATUAL          TO
                   WRK-ARQ-CAMPANHA(WRK-ARQ-ATUAL)

              IF WRK-CKPT-ULTIMO-CCLUB EQUAL ZEROS
                 AND NOT WRK-SIMULACAO
                 MOVE WRK-PARM-STATUS          TO ARQSAI01-HDR-STATUS
                 MOVE WRK-PARM-MODO-EXTRACAO   TO ARQSAI01-HDR-EXTR
                 MOVE WRK-SEQ-ATUAL            TO ARQSAI01-HDR-SEQ
                 MOVE WRK-HV-CAMP-ATUAL        TO ARQSAI01-HDR-CAMPANHA

                 WRITE FD-ARQSAI01 FROM ARQSAI01-HEADER

      *    GRAVADO - UM ARQUIVO SEM TRAILER E, DE PROPOSITO,           *
      *    RECUSADO PELA CARGA DO FORNECEDOR, E UM RESTART PODE        *
      *    CONTINUAR ACRESCENTANDO DADOS NELE.                         *
      *    AS SEMENTES DO ESTADO SAO INCLUIDAS ANTES DO TRAILER, PARA  *
      *    A QTDE E O HASH DELE JA AS CONTEREM.                        *
      *----------------------------------------------------------------*
       3060-FECHAR-ARQ-UF SECTION.
      *----------------------------------------------------------------*
           IF WRK-SW-ERRO-FATAL EQUAL 'N'
              AND WRK-ARQ-ATUAL GREATER ZEROS
              PERFORM 3080-INCLUIR-SEMENTES
           END-IF

           MOVE 'ARQSAI01'              TO WRK-ARQUIVO

           IF WRK-SW-ERRO-FATAL EQUAL 'N'
       3070-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    INCLUI AS SEMENTES (MONITORES) ATIVAS DO ESTADO DO ARQSAI01 *
      *    QUE ESTA SENDO FECHADO (VER AREA DAS SEMENTES). SO E        *
      *    CHAMADA SEM ERRO FATAL E FORA DE SIMULACAO (3060 NAO RODA   *
      *    EM SIMULACAO). O COMMIT NO FINAL TORNA DURAVEIS OS          *
      *    REGISTROS EM SEMENTE_ENVIO - EM 9500 ESTA SECAO RODA DEPOIS *
      *    DO ULTIMO COMMIT DO CURSOR.                                 *
      *----------------------------------------------------------------*
       3080-INCLUIR-SEMENTES SECTION.
      *----------------------------------------------------------------*
           MOVE 'SEMENTE'                TO WRK-TABELA
           MOVE 'N'                      TO WRK-FIM-CSR-SEM
           MOVE WRK-ARQ-SEQ(WRK-ARQ-ATUAL) TO WRK-HV-SEM-SEQ

           EXEC SQL
              OPEN CSR-SEM
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3086-LER-CSR-SEM

           PERFORM 3081-GRAVAR-SEMENTE
              UNTIL WRK-FIM-CSR-SEM EQUAL 'S'

           EXEC SQL
              CLOSE CSR-SEM
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3920-COMMIT-CURSOR

           IF WRK-ARQ-QTD-SEMENTE(WRK-ARQ-ATUAL) EQUAL ZEROS
              DISPLAY '* ATENCAO - NENHUMA SEMENTE DE EMAIL ATIVA PARA'
                      ' A UF ' WRK-UF-ATUAL ' EM DB2PRD.SEMENTE_CONTATO'
           ELSE
              DISPLAY '* SEMENTES INCLUIDAS NO ARQSAI01 DA UF '
                      WRK-UF-ATUAL ': '
                      WRK-ARQ-QTD-SEMENTE(WRK-ARQ-ATUAL)
           END-IF
           .
      *----------------------------------------------------------------*
       3080-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    GRAVA UMA SEMENTE NO ARQUIVO DO SEU CANAL, DIRETO (SEM      *
      *    3900/3960/3970, QUE ALIMENTAM HIST_CONTATO, CHECKPOINT E    *
      *    OS ACU-GRAVA DO BALANCETE). SMS E CARTA SO QUANDO A         *
      *    CAMPANHA TEM O CANAL; SEMENTE SEM O DADO DO CANAL E         *
      *    IGNORADA. O CSEMENTE ENTRA NO HASH DO TRAILER COMO UM CCLUB.*
      *----------------------------------------------------------------*
       3081-GRAVAR-SEMENTE SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                      TO WRK-SW-SEM-INCLUIDA

           EVALUATE TRUE
              WHEN WRK-SEM-CANAL-EMAIL
               AND WRK-HV-SEM-EMAIL NOT EQUAL SPACES
                 INITIALIZE                 ARQSAI01-REGISTRO
                 MOVE WRK-HV-SEM-CODIGO     TO ARQSAI01-COD-CLI
                 MOVE WRK-HV-SEM-NOME       TO ARQSAI01-NOME
                 MOVE WRK-HV-SEM-EMAIL      TO ARQSAI01-EMAIL
                 MOVE ZEROS                 TO ARQSAI01-DT-NASCTO
                 SET ARQSAI01-CANAL-EMAIL   TO TRUE

                 MOVE 'ARQSAI01'            TO WRK-ARQUIVO
                 SET WRK-CN-WRITE            TO TRUE

                 WRITE FD-ARQSAI01 FROM ARQSAI01-REGISTRO

                 IF NOT WRK-FS-SAI01-OK
                    MOVE WRK-FS-ARQSAI01    TO WRK-FS-DISPLAY
                    MOVE 'S'                TO WRK-SW-ERRO-ARQUIVO
                    PERFORM 9100-ERROS-ARQUIVOS
                 END-IF

                 ADD 1                      TO ACU-SEMENTE-ARQSAI01
                 ADD 1                      TO
                                     WRK-ARQ-QTD-REG(WRK-ARQ-ATUAL)
                 ADD 1                      TO
                                     WRK-ARQ-QTD-SEMENTE(WRK-ARQ-ATUAL)
                 ADD WRK-HV-SEM-CODIGO      TO
                                     WRK-ARQ-SOMA-CCLUB(WRK-ARQ-ATUAL)
                 MOVE 'S'                   TO WRK-SW-SEM-INCLUIDA

                 INITIALIZE                 ARQSAI01-REGISTRO

              WHEN WRK-SEM-CANAL-SMS
               AND WRK-CAMP-COM-SMS
               AND WRK-HV-SEM-NUMERO NOT EQUAL SPACES
                 MOVE WRK-HV-SEM-CODIGO     TO ARQSMS01-COD-CLI
                 MOVE WRK-HV-SEM-NOME       TO ARQSMS01-NOME
                 MOVE WRK-HV-SEM-DDD        TO ARQSMS01-DDD
                 MOVE WRK-HV-SEM-NUMERO     TO ARQSMS01-NUMERO

                 MOVE 'ARQSMS01'            TO WRK-ARQUIVO
                 SET WRK-CN-WRITE            TO TRUE

                 WRITE FD-ARQSMS01 FROM ARQSMS01-REGISTRO

                 IF NOT WRK-FS-SMS01-OK
                    MOVE 'S'                TO WRK-SW-ERRO-ARQUIVO
                    PERFORM 9100-ERROS-ARQUIVOS
                 END-IF

                 ADD 1                      TO ACU-SEMENTE-ARQSMS01
                 MOVE 'S'                   TO WRK-SW-SEM-INCLUIDA

                 INITIALIZE                 ARQSMS01-REGISTRO

              WHEN WRK-SEM-CANAL-CARTA
               AND WRK-CAMP-COM-CARTA
               AND WRK-HV-SEM-CEP NOT EQUAL SPACES
                 MOVE WRK-HV-SEM-CODIGO     TO ARQCRT01-COD-CLI
                 MOVE WRK-HV-SEM-NOME       TO ARQCRT01-NOME
                 MOVE WRK-HV-SEM-LOGRADOURO TO ARQCRT01-LOGRADOURO
                 MOVE WRK-HV-SEM-NUM-LOGR   TO ARQCRT01-NUMERO
                 MOVE WRK-HV-SEM-CIDADE     TO ARQCRT01-CIDADE
                 MOVE WRK-UF-ATUAL          TO ARQCRT01-UF
                 MOVE WRK-HV-SEM-CEP        TO ARQCRT01-CEP

                 MOVE 'ARQCRTW '            TO WRK-ARQUIVO
                 SET WRK-CN-WRITE            TO TRUE

                 WRITE FD-ARQCRT01W FROM ARQCRT01-REGISTRO

                 IF NOT WRK-FS-CRTW-OK
                    MOVE WRK-FS-ARQCRTW     TO WRK-FS-DISPLAY
                    MOVE 'S'                TO WRK-SW-ERRO-ARQUIVO
                    PERFORM 9100-ERROS-ARQUIVOS
                 END-IF

                 ADD 1                      TO ACU-SEMENTE-ARQCRT01
                 ADD WRK-HV-SEM-CODIGO      TO WRK-CRT-SOMA-CCLUB
                 MOVE 'S'                   TO WRK-SW-SEM-INCLUIDA

                 INITIALIZE                 ARQCRT01-REGISTRO

              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WRK-SW-SEM-INCLUIDA EQUAL 'S'
              PERFORM 3082-REGISTRAR-SEMENTE
           END-IF

           PERFORM 3086-LER-CSR-SEM
           .
      *----------------------------------------------------------------*
       3081-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    REGISTRA A INCLUSAO DA SEMENTE EM DB2PRD.SEMENTE_ENVIO COM  *
      *    O SEQUENCIAL DO ARQSAI01 DO ESTADO (O ARQSMS01/ARQCRT01 NAO *
      *    TEM SEQUENCIAL PROPRIO) E RECEBIMENTO EM ABERTO. SQLCODE    *
      *    -803 = SEMENTE JA REGISTRADA NESTE SEQUENCIAL POR UMA       *
      *    EXECUCAO INTERROMPIDA DEPOIS DO COMMIT DE 3080.             *
      *----------------------------------------------------------------*
       3082-REGISTRAR-SEMENTE SECTION.
      *----------------------------------------------------------------*
           MOVE 'SEMENVIO'               TO WRK-TABELA

           EXEC SQL
              INSERT INTO DB2PRD.SEMENTE_ENVIO
                     (NUM_SEQ_ARQ, CSEMENTE, CCANAL, DT_ENVIO,
                      DT_RECEBIMENTO, CIND_CONTEUDO)
              VALUES (:WRK-HV-SEM-SEQ, :WRK-HV-SEM-CODIGO,
                      :WRK-HV-SEM-CANAL, :WRK-DATA-EXECUCAO,
                      0, ' ')
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              AND SQLCODE NOT EQUAL -803
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3082-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3086-LER-CSR-SEM SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                TO WRK-RETRY-CONTADOR

           PERFORM 3087-FETCH-SEM-UNICO
              WITH TEST AFTER
              UNTIL (SQLCODE NOT EQUAL -911 AND SQLCODE NOT EQUAL -913)
                 OR WRK-RETRY-CONTADOR GREATER WRK-RETRY-MAX-TENTATIVAS

           EVALUATE TRUE
               WHEN SQLCODE EQUAL +100
                    MOVE 'S'           TO WRK-FIM-CSR-SEM
               WHEN SQLCODE EQUAL ZEROS
                    CONTINUE
               WHEN OTHER
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3086-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3087-FETCH-SEM-UNICO SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
              FETCH CSR-SEM INTO
                      :WRK-HV-SEM-CODIGO
                     ,:WRK-HV-SEM-CANAL
                     ,:WRK-HV-SEM-NOME
                     ,:WRK-HV-SEM-EMAIL
                     ,:WRK-HV-SEM-TELEFONE
                     ,:WRK-HV-SEM-LOGRADOURO
                     ,:WRK-HV-SEM-NUM-LOGR
                     ,:WRK-HV-SEM-CIDADE
                     ,:WRK-HV-SEM-CEP
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
       3087-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDACAO DO FORMATO DO EMAIL RECEBIDO DO CURSOR CSR-B069   *
      *    (CHECAGEM BASICA DE SINTAXE - NAO SUBSTITUI VALIDACAO DE    *
                FROM DB2PRD.HIST_CONTATO
               WHERE CCLUB      = :CADUB069.CCLUB
                 AND DT_CONTATO >= :WRK-FRQ-DATA-CORTE
                 AND CIND_CONTROLE <> 'S'
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
       3130-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    CONFERE A FAIXA DE ENGAJAMENTO DO CCLUB ATUAL               *
      *    (DB2PRD.ENGAJ_CLIENTE, GRAVADA PELO PSDC2SCO) CONTRA A      *
      *    FAIXA PEDIDA NO CARTAO. SEM LINHA NA TABELA (SQLCODE +100)  *
      *    CONTA COMO ENGAJADO. FORA DA FAIXA E DESVIADO PARA O        *
      *    ARQREJ01 (MOTIVO 'FE') E CONTADO A PARTE NO BALANCETE. SO   *
      *    E CHAMADA COM FAIXA 'E' OU 'I' NO CARTAO.                   *
      *----------------------------------------------------------------*
       3135-VALIDAR-FAIXA-ENGAJ SECTION.
      *----------------------------------------------------------------*
           MOVE 'ENGAJCLI'            TO WRK-TABELA

           EXEC SQL
              SELECT CFAIXA_ENGAJ
                INTO :WRK-HV-FAIXA-ENGAJ
                FROM DB2PRD.ENGAJ_CLIENTE
               WHERE CCLUB = :CADUB069.CCLUB
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL ZEROS
                 CONTINUE
              WHEN SQLCODE EQUAL +100
                 MOVE 'E'             TO WRK-HV-FAIXA-ENGAJ
              WHEN OTHER
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           IF (WRK-PARM-FAIXA-ENGAJADOS AND WRK-HV-FAIXA-INATIVO)
              OR (WRK-PARM-FAIXA-INATIVOS AND NOT WRK-HV-FAIXA-INATIVO)
              SET EMAIL-INVALIDO      TO TRUE
              MOVE 'FE'               TO WRK-MOTIVO-REJEICAO
              ADD 1                   TO ACU-SUPRIMIDOS-FAIXA
           END-IF
           .
      *----------------------------------------------------------------*
       3135-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    SORTEIO DETERMINISTICO DO GRUPO DE CONTROLE: (CCLUB +       *
      *    SEMENTE DO CARTAO) x PRIMO, DESCARTA OS 3 DIGITOS DE BAIXO  *
      *    E TOMA O RESTO POR 100 - UM "BALDE" DE 00 A 99 ESTAVEL      *
      *    PARA O CLIENTE NAQUELE FILTRO. BALDE ABAIXO DO PERCENTUAL   *
      *    DO CARTAO = MEMBRO DO CONTROLE. SEM RANDOM DE PROPOSITO:    *
      *    RERUN, RESTART E SIMULACAO TEM QUE SEPARAR OS MESMOS        *
      *    CLIENTES.                                                   *
      *----------------------------------------------------------------*
       3140-SORTEAR-CONTROLE SECTION.
      *----------------------------------------------------------------*
           COMPUTE WRK-CTL-PRODUTO =
              (CCLUB + WRK-CTL-SEMENTE) * WRK-CTL-PRIMO

           DIVIDE WRK-CTL-PRODUTO BY 1000
              GIVING WRK-CTL-QUOCIENTE

           DIVIDE WRK-CTL-QUOCIENTE BY 100
              GIVING WRK-CTL-PRODUTO
              REMAINDER WRK-CTL-BALDE

           IF WRK-CTL-BALDE LESS WRK-CTL-PCT
              MOVE 'S'                TO WRK-SW-MEMBRO-CONTROLE
           END-IF
           .
      *----------------------------------------------------------------*
       3140-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
           ADD 1                      TO WRK-ARQ-QTD-REG(WRK-ARQ-ATUAL)
           ADD CCLUB                  TO
                                    WRK-ARQ-SOMA-CCLUB(WRK-ARQ-ATUAL)
           IF ARQSAI01-CANAL-EMAIL-SMS
              ADD 1                   TO WRK-ARQ-QTD-SMS(WRK-ARQ-ATUAL)
           END-IF

      *    REGISTRA O CONTATO EM DB2PRD.HIST_CONTATO PARA A JANELA DE
      *    FREQUENCIA DAS PROXIMAS CAMPANHAS (VER AREA DO LIMITE DE
      *    SEQUENCIAL DO ARQUIVO), PARA A CHECAGEM DE FREQUENCIA DAS   *
      *    PROXIMAS CAMPANHAS (VER 3130-VALIDAR-FREQUENCIA). O INSERT  *
      *    ENTRA NA MESMA UNIDADE DE TRABALHO DO COMMIT PERIODICO DE   *
      *    3900-GRAVAR-ARQSAI01. CIND_CONTROLE = 'N' PARA O CONTATO    *
      *    ENVIADO; 'S' SO VEM DE 3945-REGISTRAR-CONTROLE.             *
      *----------------------------------------------------------------*
       3940-GRAVAR-HIST-CONTATO SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
              INSERT INTO DB2PRD.HIST_CONTATO
                     (CCLUB, DT_CONTATO, FILTRO, NUM_SEQ_ARQ,
                      CIND_CONTROLE, CCAMPANHA)
              VALUES (:CADUB069.CCLUB, :WRK-DATA-EXECUCAO,
                      :WRK-HV-FRQ-FILTRO,
                      :WRK-SEQ-ATUAL,
                      :WRK-HV-CIND-CONTROLE,
                      :WRK-HV-CAMP-ATUAL)
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'N'                   TO WRK-HV-CIND-CONTROLE
           .
      *----------------------------------------------------------------*
       3940-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    MEMBRO DO GRUPO DE CONTROLE: NENHUM ARQUIVO DE FORNECEDOR - *
      *    SO O REGISTRO EM HIST_CONTATO COM CIND_CONTROLE = 'S' NO    *
      *    SEQUENCIAL DO ARQUIVO CORRENTE (E ELE QUE O PSDC2EX3 CRUZA  *
      *    COM AS RESPOSTAS PARA O LIFT). EM SIMULACAO SO CONTA. O     *
      *    INSERT ENTRA NO MESMO COMMIT PERIODICO DE 3900.             *
      *----------------------------------------------------------------*
       3945-REGISTRAR-CONTROLE SECTION.
      *----------------------------------------------------------------*
           ADD 1                      TO ACU-GRUPO-CONTROLE

           IF NOT WRK-SIMULACAO
              MOVE 'S'                TO WRK-HV-CIND-CONTROLE
              PERFORM 3940-GRAVAR-HIST-CONTATO

              ADD 1                   TO WRK-COMMIT-CONTADOR
              IF WRK-COMMIT-CONTADOR GREATER OR EQUAL
                                          WRK-COMMIT-INTERVALO
                 PERFORM 3920-COMMIT-CURSOR
                 MOVE ZEROS            TO WRK-COMMIT-CONTADOR
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3945-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3950-GRAVAR-ARQREJ01 SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-PARM-SEXO         TO ARQCRT01-HDR-SEXO
           MOVE WRK-PARM-STATUS       TO ARQCRT01-HDR-STATUS
           MOVE WRK-PARM-MODO-EXTRACAO TO ARQCRT01-HDR-EXTR
           MOVE WRK-HV-CAMP-ATUAL     TO ARQCRT01-HDR-CAMPANHA

           WRITE FD-ARQCRT01 FROM ARQCRT01-HEADER


           MOVE SPACES                TO ARQCRT01-TRAILER
           MOVE 'T'                   TO ARQCRT01-TRL-TIPO
      *    A QTDE DO TRAILER INCLUI AS SEMENTES POSTAIS, COMO O HASH
           ADD ACU-GRAVA-ARQCRT01 ACU-SEMENTE-ARQCRT01
                                      GIVING ARQCRT01-TRL-QTD-REG
           MOVE WRK-CRT-SOMA-CCLUB    TO ARQCRT01-TRL-SOMA-CCLUB

           WRITE FD-ARQCRT01 FROM ARQCRT01-TRAILER
           END-IF

           DISPLAY '* ARQCRT01 GERADO (' WRK-NOME-ARQCRT01 ') COM '
                   ACU-GRAVA-ARQCRT01 ' REGISTRO(S) POSTAIS + '
                   ACU-SEMENTE-ARQCRT01 ' SEMENTE(S)'
           .
      *----------------------------------------------------------------*
       9550-99-FIM.
           MOVE WRK-DATA-EXEC-MM         TO WRK-DATA-EXEC-EDIT(4:2)
           MOVE WRK-DATA-EXEC-AAAA       TO WRK-DATA-EXEC-EDIT(7:4)

      *    O GRUPO DE CONTROLE E UMA DESTINACAO PROPRIA DO REGISTRO
      *    LIDO (NEM ARQSAI01 NEM ARQREJ01) E ENTRA NO TOTAL TRATADO.
           ADD ACU-GRAVA-ARQSAI01 ACU-GRAVA-ARQREJ01 ACU-GRUPO-CONTROLE
              GIVING WRK-ACU-TOTAL-GRAVADO

      *    UM TELEFONE INVALIDO GERA DUAS GRAVACOES PARA O MESMO
                DELIMITED BY SIZE INTO WRK-LINHA-RELBAL
           WRITE FD-RELBAL01 FROM WRK-LINHA-RELBAL

           MOVE SPACES                   TO WRK-LINHA-RELBAL
           IF WRK-HV-CAMP-ATUAL NOT EQUAL SPACES
              STRING 'CAMPANHA............: ' WRK-HV-CAMP-ATUAL
                   ' - ' WRK-FIL-NOME-CAMP(WRK-FIL-IDX)
                   ' RESP: ' WRK-FIL-RESP-CAMP(WRK-FIL-IDX)
                   ' CANAIS: ' WRK-CAMP-CANAIS-ATUAL
                   DELIMITED BY SIZE INTO WRK-LINHA-RELBAL
           ELSE
              STRING 'CAMPANHA............: (CARTAO DIGITADO NO'
                   ' ARQPARM - SEM CAMPANHA)'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELBAL
           END-IF
           WRITE FD-RELBAL01 FROM WRK-LINHA-RELBAL

           IF WRK-PARM-EXTRACAO-ANIVER
              MOVE SPACES                TO WRK-LINHA-RELBAL
              STRING 'MES DO ANIVERSARIO..: ' WRK-ANIVER-MES
              WRITE FD-RELBAL01 FROM WRK-LINHA-RELBAL
           END-IF

           IF WRK-CONTROLE-ATIVO
              MOVE SPACES                TO WRK-LINHA-RELBAL
              STRING 'GRUPO DE CONTROLE...: ' WRK-CTL-PCT
                   '% DA POPULACAO VALIDA'
                   DELIMITED BY SIZE INTO WRK-LINHA-RELBAL
              WRITE FD-RELBAL01 FROM WRK-LINHA-RELBAL
           END-IF

           IF WRK-FAIXA-ATIVA
              MOVE SPACES                TO WRK-LINHA-RELBAL
              IF WRK-PARM-FAIXA-ENGAJADOS
                 STRING 'FAIXA ENGAJAMENTO...: E - SO ENGAJADOS'
                      DELIMITED BY SIZE INTO WRK-LINHA-RELBAL
              ELSE
                 STRING 'FAIXA ENGAJAMENTO...: I - SO INATIVOS'
                      DELIMITED BY SIZE INTO WRK-LINHA-RELBAL
              END-IF
              WRITE FD-RELBAL01 FROM WRK-LINHA-RELBAL
           END-IF

           IF WRK-SIMULACAO
              MOVE SPACES                TO WRK-LINHA-RELBAL
              STRING '*** MODO SIMULACAO - NENHUM ARQUIVO DE '
                DELIMITED BY SIZE INTO WRK-LINHA-RELBAL
           WRITE FD-RELBAL01 FROM WRK-LINHA-RELBAL

           MOVE SPACES                   TO WRK-LINHA-RELBAL
           MOVE ACU-GRUPO-CONTROLE       TO WRK-MASK3
           STRING 'REGISTROS RETIDOS NO GRUPO DE CONTROLE......: '
                WRK-MASK3
                DELIMITED BY SIZE INTO WRK-LINHA-RELBAL
           WRITE FD-RELBAL01 FROM WRK-LINHA-RELBAL

           MOVE SPACES                   TO WRK-LINHA-RELBAL
           MOVE ACU-GRAVA-ARQSMS01       TO WRK-MASK5
           STRING 'REGISTROS GRAVADOS EM ARQSMS01 (CANAL A)....: '
                DELIMITED BY SIZE INTO WRK-LINHA-RELBAL
           WRITE FD-RELBAL01 FROM WRK-LINHA-RELBAL

      *    FORA DA FAIXA DE ENGAJAMENTO DO CARTAO (MOTIVO FE) - MESMO
      *    TRATAMENTO DOS SUBTOTAIS OP/FC.
           MOVE SPACES                   TO WRK-LINHA-RELBAL
           MOVE ACU-SUPRIMIDOS-FAIXA     TO WRK-MASK7
           STRING 'DOS REJEITADOS, FORA DA FAIXA ENGAJ (MOT FE): '
                WRK-MASK7
                DELIMITED BY SIZE INTO WRK-LINHA-RELBAL
           WRITE FD-RELBAL01 FROM WRK-LINHA-RELBAL

      *    SEMENTES (MONITORES) - NAO VEM DO CURSOR E FICAM FORA DO
      *    BALANCETE ACIMA; ESTAO INCLUIDAS NA QTDE/HASH DOS TRAILERS
      *    E DO ARQMAN01 (VER AREA DAS SEMENTES).
           MOVE SPACES                   TO WRK-LINHA-RELBAL
           MOVE ACU-SEMENTE-ARQSAI01     TO WRK-MASK2
           STRING 'SEMENTES INCLUIDAS EM ARQSAI01 (FORA BALANC): '
                WRK-MASK2
                DELIMITED BY SIZE INTO WRK-LINHA-RELBAL
           WRITE FD-RELBAL01 FROM WRK-LINHA-RELBAL

           MOVE SPACES                   TO WRK-LINHA-RELBAL
           MOVE ACU-SEMENTE-ARQSMS01     TO WRK-MASK5
           STRING 'SEMENTES INCLUIDAS EM ARQSMS01 (FORA BALANC): '
                WRK-MASK5
                DELIMITED BY SIZE INTO WRK-LINHA-RELBAL
           WRITE FD-RELBAL01 FROM WRK-LINHA-RELBAL

           MOVE SPACES                   TO WRK-LINHA-RELBAL
           MOVE ACU-SEMENTE-ARQCRT01     TO WRK-MASK8
           STRING 'SEMENTES INCLUIDAS EM ARQCRT01 (FORA BALANC): '
                WRK-MASK8
                DELIMITED BY SIZE INTO WRK-LINHA-RELBAL
           WRITE FD-RELBAL01 FROM WRK-LINHA-RELBAL

           MOVE SPACES                   TO WRK-LINHA-RELBAL
           IF WRK-BALANCETE-CONFERE
              STRING 'SITUACAO DO BALANCETE.......: OK - CONFERE'
                                      TO ARQMAN01-DET-QTD-REG
           MOVE WRK-ARQ-SOMA-CCLUB(WRK-MAN-IDX)
                                      TO ARQMAN01-DET-SOMA
           MOVE WRK-ARQ-CAMPANHA(WRK-MAN-IDX)
                                      TO ARQMAN01-DET-CAMPANHA
           MOVE WRK-ARQ-QTD-SEMENTE(WRK-MAN-IDX)
                                      TO ARQMAN01-DET-QTD-SEMENTE
           MOVE WRK-ARQ-QTD-SMS(WRK-MAN-IDX)
                                      TO ARQMAN01-DET-QTD-SMS

           SET WRK-CN-WRITE            TO TRUE
           WRITE FD-ARQMAN01 FROM ARQMAN01-DETALHE
              END-IF
           END-IF

      *    NOITE SEM CARTAO E SEM CAMPANHA NAO PASSA POR
      *    9500-ENCERRAR-FILTRO, ENTAO A LINHA DO HISTORICO E GRAVADA
      *    AQUI: UF EM BRANCO MARCA A EXECUCAO SEM EXTRACAO (VER O
      *    PSDC2CAD E O PSDC2HIS), LIDOS/GRAVADO ZERADOS E FIM NORMAL.
           IF WRK-SEM-CAMPANHA AND WRK-SW-ERRO-FATAL EQUAL 'N'
              MOVE SPACES              TO WRK-PARM-UF
              MOVE ZEROS               TO ACU-LIDOS
                                          ACU-GRAVA-ARQSAI01
                                          WRK-ANIVER-MES
              MOVE +100                TO WRK-SQLCODE
              PERFORM 9800-GRAVAR-HISTORICO
           END-IF

           EVALUATE TRUE
              WHEN WRK-SW-ERRO-FATAL EQUAL 'S'
                 MOVE 12               TO RETURN-CODE
                         ' LIBERACAO - RETURN-CODE 8'
                 DISPLAY '*****************************************'
                 MOVE 8                TO RETURN-CODE
      *       NOITE SEM CARTAO E SEM CAMPANHA: NADA FOI EXTRAIDO (O
      *       MANIFESTO SAI SEM ARQUIVOS) - AVISO PARA A OPERACAO
      *       CONFERIR O CADASTRO DE CAMPANHAS
              WHEN WRK-SEM-CAMPANHA
                 MOVE 4                TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
