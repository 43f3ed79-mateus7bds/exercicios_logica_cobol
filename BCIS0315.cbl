      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0315
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Deteccao noturna de fracionamento de remessas.
      *             Os limites por cliente do 905-000-VALIDA-LIM-ACMD
      *             pegam um total grande; este batch procura o que
      *             eles nao pegam - varias ordens logo abaixo do
      *             limiar de comunicacao dentro de uma janela de
      *             dias:
      *             1) por cliente: ordens do mesmo cliente na base
      *                rolante BCI0270, complementadas pelo extrato
      *                LOGCLI de BCISLOG0/BCISLOG1 (dependencia,
      *                canal e valor em reais), espalhadas ou nao por
      *                dias, dependencias e canais;
      *             2) por beneficiario: ordens de varios remetentes
      *                ao mesmo beneficiario (SWIFT + conta), extrato
      *                LOGBNF do mesmo log.
      *             Janela e faixas de valor sao parametros OPE/...FRC
      *             do BCIS003R (cache BCIS003C), com padrao quando
      *             nao cadastrados. Cada caso vai para o arquivo
      *             COAFSAI (leiaute da area de PLD p/ comunicacao ao
      *             COAF) e e enfileirado na fila de revisao de
      *             compliance BCI297Q (BCIS0297), p/ ser trabalhado
      *             na lista do BCIS0298. Um caso so e levantado
      *             quando ha ordem na faixa registrada no dia, p/ a
      *             mesma janela nao reabrir o caso a cada noite.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0315.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Base rolante de ordens recentes (mantida pelo BCIS0270)
           SELECT ARQ-BCI0270  ASSIGN TO BCI0270
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI0270-CHV
                  FILE STATUS  IS W-FS-BCI0270.
      *
           SELECT LOGCLI ASSIGN TO LOGCLI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-LOGCLI.
      *
           SELECT LOGBNF ASSIGN TO LOGBNF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-LOGBNF.
      *
           SELECT COAFSAI ASSIGN TO COAFSAI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-COAFSAI.
      *
           SELECT RELFRC ASSIGN TO RELFRC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-RELFRC.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQ-BCI0270.
       01  REG-BCI0270.
           03  REG-BCI0270-CHV.
               05  REG-BCI0270-CD-CLI          PIC 9(09).
               05  REG-BCI0270-CD-SWFT-BNFC    PIC X(11).
               05  REG-BCI0270-CD-CT-BNFC      PIC X(20).
               05  REG-BCI0270-VL-MOEE         PIC 9(13)V9(02).
               05  REG-BCI0270-DT-EMS          PIC X(10).
           03  REG-BCI0270-DT-REG              PIC 9(08).
           03  REG-BCI0270-CD-IDFR-ORD-PGTO    PIC 9(10).
           03  FILLER                          PIC X(12).
      *
      * Extrato de BCISLOG0/BCISLOG1 - registros aceitos da janela,
      * classificado pela JCL por cliente + ordem.
       FD  LOGCLI
           RECORDING MODE IS F.
       01  REG-LOGCLI.
           03  LOGCLI-CD-CLI               PIC 9(09).
           03  LOGCLI-NR-ORD-PGTO          PIC 9(10).
           03  LOGCLI-DT-REG               PIC 9(08).
           03  LOGCLI-CD-PRF-DEPE          PIC 9(04).
           03  LOGCLI-CD-CNL               PIC X(01).
           03  LOGCLI-CD-MOE               PIC 9(03).
           03  LOGCLI-VL-MOEE              PIC 9(13)V9(02).
           03  LOGCLI-VL-MOEN              PIC 9(13)V9(02).
           03  LOGCLI-NR-CPF-CNPJ          PIC X(14).
           03  LOGCLI-CD-SWFT-BNFC         PIC X(11).
           03  LOGCLI-CD-CT-BNFC           PIC X(20).
           03  FILLER                      PIC X(10).
      *
      * O mesmo extrato, classificado pela JCL por SWIFT + conta do
      * beneficiario + cliente + ordem.
       FD  LOGBNF
           RECORDING MODE IS F.
       01  REG-LOGBNF.
           03  LOGBNF-CD-CLI               PIC 9(09).
           03  LOGBNF-NR-ORD-PGTO          PIC 9(10).
           03  LOGBNF-DT-REG               PIC 9(08).
           03  LOGBNF-CD-PRF-DEPE          PIC 9(04).
           03  LOGBNF-CD-CNL               PIC X(01).
           03  LOGBNF-CD-MOE               PIC 9(03).
           03  LOGBNF-VL-MOEE              PIC 9(13)V9(02).
           03  LOGBNF-VL-MOEN              PIC 9(13)V9(02).
           03  LOGBNF-NR-CPF-CNPJ          PIC X(14).
           03  LOGBNF-CD-SWFT-BNFC         PIC X(11).
           03  LOGBNF-CD-CT-BNFC           PIC X(20).
           03  FILLER                      PIC X(10).
      *
      * Arquivo de casos p/ o COAF (leiaute da area de PLD): um
      * registro '1' de cabecalho do caso seguido dos registros '2',
      * um por ordem que compoe o caso.
       FD  COAFSAI
           RECORDING MODE IS F.
       01  REG-COAFSAI.
           03  COAF-TP-REG                 PIC X(01).
           03  COAF-NR-CASO                PIC 9(14).
           03  COAF-CD-PDR                 PIC X(03).
           03  COAF-NR-FX                  PIC 9(01).
           03  COAF-DT-DTCC                PIC 9(08).
           03  COAF-DT-INI-JNL             PIC 9(08).
           03  COAF-DT-FIM-JNL             PIC 9(08).
           03  COAF-CD-CLI                 PIC 9(09).
           03  COAF-NR-CPF-CNPJ            PIC X(14).
           03  COAF-CD-SWFT-BNFC           PIC X(11).
           03  COAF-CD-CT-BNFC             PIC X(20).
           03  COAF-VL-FX-INF              PIC 9(13)V9(02).
           03  COAF-VL-FX-SUP              PIC 9(13)V9(02).
           03  COAF-QT-ORD                 PIC 9(05).
           03  COAF-VL-TOT-MOEN            PIC 9(15)V9(02).
           03  COAF-QT-DIAS                PIC 9(03).
           03  COAF-QT-DEPE                PIC 9(03).
           03  COAF-QT-CNL                 PIC 9(01).
           03  COAF-QT-RMT                 PIC 9(03).
           03  FILLER                      PIC X(41).
       01  REG-COAFSAI-ORD.
           03  COAF-ORD-TP-REG             PIC X(01).
           03  COAF-ORD-NR-CASO            PIC 9(14).
           03  COAF-ORD-NR-ORD-PGTO        PIC 9(10).
           03  COAF-ORD-DT-REG             PIC 9(08).
           03  COAF-ORD-CD-CLI             PIC 9(09).
           03  COAF-ORD-NR-CPF-CNPJ        PIC X(14).
           03  COAF-ORD-CD-PRF-DEPE        PIC 9(04).
           03  COAF-ORD-CD-CNL             PIC X(01).
           03  COAF-ORD-CD-MOE             PIC 9(03).
           03  COAF-ORD-VL-MOEE            PIC 9(13)V9(02).
           03  COAF-ORD-VL-MOEN            PIC 9(13)V9(02).
           03  COAF-ORD-CD-SWFT-BNFC       PIC X(11).
           03  COAF-ORD-CD-CT-BNFC         PIC X(20).
           03  FILLER                      PIC X(75).
      *
       FD  RELFRC
           RECORDING MODE IS F.
       01  REG-RELFRC                      PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      ******************************************************************
      ************** Tabela lista de programas chamados ****************
      ******************************************************************
       01 TAB-PROGRAMAS-CHAMADOS.
          03 BCIS003C                      PIC X(8) VALUE 'BCIS003C'.
          03 BCIS0297                      PIC X(8) VALUE 'BCIS0297'.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0315 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
      * Padroes quando o parametro nao esta cadastrado no BCIS003R
      * (janela em dias corridos; faixas em reais inteiros - o limite
      * superior e o limiar que o fracionamento procura evitar)
       77  CTE-QT-DIAS-JNL-PDR         PIC 9(03) VALUE 7.
       77  CTE-VL-INF-FX1-PDR          PIC 9(08) VALUE 8000.
       77  CTE-VL-SUP-FX1-PDR          PIC 9(08) VALUE 10000.
       77  CTE-VL-INF-FX2-PDR          PIC 9(08) VALUE 40000.
       77  CTE-VL-SUP-FX2-PDR          PIC 9(08) VALUE 50000.
       77  CTE-QT-MIN-ORD-PDR          PIC 9(03) VALUE 3.
       77  CTE-QT-MIN-RMT-PDR          PIC 9(03) VALUE 3.
      *
      * Capacidade da tabela de ordens de um grupo (cliente ou
      * beneficiario) dentro da janela
       77  CTE-QT-MAX-ORD              PIC 9(03) VALUE 500.
      *
       77  W-FS-BCI0270                PIC X(02) VALUE ZEROS.
       77  W-FS-LOGCLI                 PIC X(02) VALUE '00'.
       77  W-FS-LOGBNF                 PIC X(02) VALUE '00'.
       77  W-FS-COAFSAI                PIC X(02) VALUE '00'.
       77  W-FS-RELFRC                 PIC X(02) VALUE '00'.
       77  W-IN-FIM-BASE               PIC X(01) VALUE 'N'.
           88  FIM-BASE                          VALUE 'S'.
       77  W-IN-FIM-LOGCLI             PIC X(01) VALUE 'N'.
           88  FIM-LOGCLI                        VALUE 'S'.
       77  W-IN-FIM-LOGBNF             PIC X(01) VALUE 'N'.
           88  FIM-LOGBNF                        VALUE 'S'.
      *
      * Parametros da execucao
       77  W-CD-IDFC-PRM               PIC X(15) VALUE SPACES.
       77  W-QT-DIAS-JNL               PIC 9(03) VALUE ZEROS.
       77  W-QT-MIN-ORD                PIC 9(03) VALUE ZEROS.
       77  W-QT-MIN-RMT                PIC 9(03) VALUE ZEROS.
       01  W-TB-FAIXA.
           03  W-FX-OCR OCCURS 2 TIMES.
               05  W-FX-VL-INF         PIC 9(13)V9(02).
               05  W-FX-VL-SUP         PIC 9(13)V9(02).
      *
       77  W-NR-INT-HOJE               PIC S9(09) VALUE ZEROS.
       77  W-NR-INT-INI                PIC S9(09) VALUE ZEROS.
       01  W-DT-EXEC-AMD               PIC 9(08) VALUE ZEROS.
       01  W-HR-EXEC                   PIC 9(08) VALUE ZEROS.
       01  W-DT-INI-JNL                PIC 9(08) VALUE ZEROS.
      *
      * Grupo em analise
       77  W-CD-PDR                    PIC X(03) VALUE SPACES.
           88  PDR-CLIENTE                       VALUE 'CLI'.
           88  PDR-BENEFIC                       VALUE 'BNF'.
       77  W-CD-CLI-ATU                PIC 9(09) VALUE ZEROS.
       77  W-CD-SWFT-ATU               PIC X(11) VALUE SPACES.
       77  W-CD-CT-ATU                 PIC X(20) VALUE SPACES.
       77  W-QT-ORD-GRP                PIC 9(03) VALUE ZEROS.
       77  W-IN-ESTOURO                PIC X(01) VALUE 'N'.
      *
       01  W-TB-ORD.
           03  W-ORD-OCR OCCURS 500 TIMES.
               05  W-ORD-NR-ORD-PGTO   PIC 9(10).
               05  W-ORD-DT-REG        PIC 9(08).
               05  W-ORD-CD-CLI        PIC 9(09).
               05  W-ORD-NR-CPF-CNPJ   PIC X(14).
               05  W-ORD-CD-PRF-DEPE   PIC 9(04).
               05  W-ORD-CD-CNL        PIC X(01).
               05  W-ORD-CD-MOE        PIC 9(03).
               05  W-ORD-VL-MOEE       PIC 9(13)V9(02).
               05  W-ORD-VL-MOEN       PIC 9(13)V9(02).
               05  W-ORD-CD-SWFT-BNFC  PIC X(11).
               05  W-ORD-CD-CT-BNFC    PIC X(20).
               05  W-ORD-IN-LOG        PIC X(01).
               05  W-ORD-IN-FX         PIC X(01).
      *
      * Apuracao da faixa em analise
       77  W-NR-FX                     PIC 9(01) VALUE ZEROS.
       77  W-NR-NDX                    PIC 9(03) VALUE ZEROS.
       77  W-NR-NDX-2                  PIC 9(03) VALUE ZEROS.
       77  W-NR-ULT                    PIC 9(03) VALUE ZEROS.
       77  W-IN-REPETIDO               PIC X(01) VALUE 'N'.
       77  W-IN-ORD-DIA                PIC X(01) VALUE 'N'.
       77  W-QT-ORD-FX                 PIC 9(05) VALUE ZEROS.
       77  W-VL-TOT-FX                 PIC 9(15)V9(02) VALUE ZEROS.
       77  W-QT-DIAS-FX                PIC 9(03) VALUE ZEROS.
       77  W-QT-DEPE-FX                PIC 9(03) VALUE ZEROS.
       77  W-QT-CNL-FX                 PIC 9(01) VALUE ZEROS.
       77  W-QT-RMT-FX                 PIC 9(03) VALUE ZEROS.
       77  W-NR-SEQ-CASO               PIC 9(06) VALUE ZEROS.
       01  W-NR-CASO                   PIC 9(14) VALUE ZEROS.
       01  FILLER REDEFINES W-NR-CASO.
           03  W-NR-CASO-DT            PIC 9(08).
           03  W-NR-CASO-SEQ           PIC 9(06).
      *
      * Campos editados p/ os textos da fila
       77  W-ED-QT-ORD                 PIC ZZZZ9.
       77  W-ED-QT-DIAS                PIC ZZ9.
       77  W-ED-QT-DEPE                PIC ZZ9.
       77  W-ED-QT-CNL                 PIC 9.
       77  W-ED-QT-RMT                 PIC ZZ9.
       77  W-ED-VL-TOT                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      * Totais
       77  W-QT-REG-BASE               PIC 9(07) VALUE ZEROS.
       77  W-QT-REG-LOG                PIC 9(07) VALUE ZEROS.
       77  W-QT-CLI-ANLS               PIC 9(07) VALUE ZEROS.
       77  W-QT-BNF-ANLS               PIC 9(07) VALUE ZEROS.
       77  W-QT-SEM-LOG                PIC 9(07) VALUE ZEROS.
       77  W-QT-CASO-CLI               PIC 9(07) VALUE ZEROS.
       77  W-QT-CASO-BNF               PIC 9(07) VALUE ZEROS.
       77  W-QT-ERRO-FILA              PIC 9(07) VALUE ZEROS.
       77  W-QT-GRP-ESTR               PIC 9(07) VALUE ZEROS.
      *
      * Simulacao do bloco EIB p/ chamar um programa CICS a partir de
      * batch puro (mesma tecnica do BCIS0269).
       01  DFHEIBLK.
           03  EIBCALEN                PIC S9(04) COMP.
           03  FILLER                  PIC X(84).
      *
      * BCIS003C - cache de parametros (mesmo book do chamado)
       01  L-BCIS003C.
           03  K003C-CD-FUC                 PIC  9(01).
           03  K003C-IN-EXEC-ONL            PIC  X(01).
           03  K003C-SG-SIS                 PIC  X(03).
           03  K003C-CD-IDFC-ARQ            PIC  X(15).
           03  K003C-NR-CTL                 PIC  9(08).
           03  K003C-DT-CTL                 PIC  X(10).
           03  K003C-CD-SWFT-ENT            PIC  X(08).
           03  K003C-IN-SUSP                PIC  X(01).
           03  K003C-IN-ORIGEM              PIC  X(01).
           03  K003C-CD-RTN                 PIC  9(02).
           03  K003C-CD-RTN-PGM             PIC  9(02).
           03  K003C-CD-SQL                 PIC S9(04).
           03  K003C-TX-MSG-ERRO            PIC  X(60).
           03  K003C-TX-MSG-RTN             PIC  X(60).
      *
      * BCIS0297 - fila de revisao de compliance (espelho do
      * DFHCOMMAREA do chamado)
       01  L-BCIS0297.
           03  K0297-CD-FUC                 PIC  9(01).
           03  K0297-NR-SEQ                 PIC  9(09).
           03  K0297-NR-SEQ-INI             PIC  9(09).
           03  K0297-CD-RGR                 PIC  X(12).
           03  K0297-TX-MTV                 PIC  X(60).
           03  K0297-CD-IDFR-ORD            PIC  9(10).
           03  K0297-CD-CLI                 PIC  9(09).
           03  K0297-CD-PRF-DEPE            PIC  9(04).
           03  K0297-NM-OCOR                PIC  X(60).
           03  K0297-CD-USU                 PIC  X(08).
           03  K0297-DT-ATU                 PIC  9(08).
           03  K0297-HR-ATU                 PIC  9(06).
           03  K0297-CD-DSPS                PIC  X(01).
           03  K0297-TX-JSTF                PIC  X(60).
           03  K0297-CD-RTN                 PIC  9(02).
           03  K0297-TX-MSG-RTN             PIC  X(60).
           03  K0297-QT-LST                 PIC  9(02).
           03  K0297-TB-LST OCCURS 20 TIMES.
               05  K0297-L-NR-SEQ           PIC  9(09).
               05  K0297-L-CD-RGR           PIC  X(12).
               05  K0297-L-TX-MTV           PIC  X(60).
               05  K0297-L-DT-ENTD          PIC  9(08).
               05  K0297-L-CD-IDFR-ORD      PIC  9(10).
               05  K0297-L-CD-CLI           PIC  9(09).
               05  K0297-L-CD-PRF-DEPE      PIC  9(04).
               05  K0297-L-NM-OCOR          PIC  X(60).
      *
       01  W-LN-CABEC.
           03  FILLER                  PIC X(44) VALUE
               'BCIS0315 - DETECCAO DE FRACIONAMENTO     DT='.
           03  W-CAB-DT-EXEC           PIC 9(08).
           03  FILLER                  PIC X(08) VALUE ' JANELA '.
           03  W-CAB-DT-INI            PIC 9(08).
           03  FILLER                  PIC X(03) VALUE ' A '.
           03  W-CAB-DT-FIM            PIC 9(08).
      *
       01  W-LN-FAIXA.
           03  FILLER                  PIC X(06) VALUE 'FAIXA '.
           03  W-LNF-NR-FX             PIC 9(01).
           03  FILLER                  PIC X(02) VALUE ': '.
           03  W-LNF-VL-INF            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(03) VALUE ' A '.
           03  W-LNF-VL-SUP            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(16) VALUE
               ' (EXCLUSIVO)'.
      *
       01  W-LN-DETALHE.
           03  W-DET-NR-CASO           PIC 9(14).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-PDR            PIC X(03).
           03  FILLER                  PIC X(03) VALUE ' FX'.
           03  W-DET-NR-FX             PIC 9(01).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-CLI            PIC Z(8)9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-SWFT-BNFC      PIC X(11).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-CT-BNFC        PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-QT-ORD            PIC ZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-TOT            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-QT-DIAS           PIC ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-QT-DEPE           PIC ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-QT-CNL            PIC 9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-QT-RMT            PIC ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-TX-OBS            PIC X(24).
      *
       01  W-LN-TOTAL-1.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS LIDAS NA BCI0270.......:'.
           03  W-TOT-QT-BASE           PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-2.
           03  FILLER                  PIC X(32) VALUE
               'REGISTROS LIDOS DO LOG........:'.
           03  W-TOT-QT-LOG            PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-3.
           03  FILLER                  PIC X(32) VALUE
               'CLIENTES ANALISADOS...........:'.
           03  W-TOT-QT-CLI            PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-4.
           03  FILLER                  PIC X(32) VALUE
               'BENEFICIARIOS ANALISADOS......:'.
           03  W-TOT-QT-BNF            PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-5.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS DA BASE SEM LOG........:'.
           03  W-TOT-QT-SEM-LOG        PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-6.
           03  FILLER                  PIC X(32) VALUE
               'CASOS POR CLIENTE.............:'.
           03  W-TOT-QT-CASO-CLI       PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-7.
           03  FILLER                  PIC X(32) VALUE
               'CASOS POR BENEFICIARIO........:'.
           03  W-TOT-QT-CASO-BNF       PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-8.
           03  FILLER                  PIC X(32) VALUE
               'CASOS NAO ENFILEIRADOS........:'.
           03  W-TOT-QT-ERRO-FILA      PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-9.
           03  FILLER                  PIC X(32) VALUE
               'GRUPOS ALEM DA CAPACIDADE.....:'.
           03  W-TOT-QT-GRP-ESTR       PIC ZZZZ.ZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 010000-ABRE-ARQUIVOS
           PERFORM 020000-DATA-EXECUCAO
           PERFORM 025000-RECUPERA-PARAMETROS
           PERFORM 028000-ESCREVE-CABECALHO
      *
           PERFORM 030000-LE-BCI0270
           PERFORM 032000-LE-LOGCLI
           PERFORM 040000-PROCESSA-CLIENTE UNTIL FIM-BASE
      *
           PERFORM 034000-LE-LOGBNF
           PERFORM 050000-PROCESSA-BENEFIC UNTIL FIM-LOGBNF
      *
           PERFORM 080000-ESCREVE-TOTAL
           PERFORM 090000-FECHA-ARQUIVOS
      *
           IF  W-QT-ERRO-FILA GREATER ZEROS
           OR  W-QT-GRP-ESTR  GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
      *
           STOP RUN
           .
      *----------------------------------------------------------------*
       010000-ABRE-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  ARQ-BCI0270
           OPEN INPUT  LOGCLI
           OPEN INPUT  LOGBNF
           OPEN OUTPUT COAFSAI
           OPEN OUTPUT RELFRC
      *
           IF  W-FS-BCI0270 NOT EQUAL '00'
               DISPLAY 'BCIS0315 - Erro abertura BCI0270 FS='
                       W-FS-BCI0270
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-LOGCLI NOT EQUAL '00'
               DISPLAY 'BCIS0315 - Erro abertura LOGCLI FS='
                       W-FS-LOGCLI
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-LOGBNF NOT EQUAL '00'
               DISPLAY 'BCIS0315 - Erro abertura LOGBNF FS='
                       W-FS-LOGBNF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-COAFSAI NOT EQUAL '00'
               DISPLAY 'BCIS0315 - Erro abertura COAFSAI FS='
                       W-FS-COAFSAI
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-RELFRC NOT EQUAL '00'
               DISPLAY 'BCIS0315 - Erro abertura RELFRC FS='
                       W-FS-RELFRC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       010000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       020000-DATA-EXECUCAO  SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT W-DT-EXEC-AMD FROM DATE YYYYMMDD
           ACCEPT W-HR-EXEC     FROM TIME
           COMPUTE W-NR-INT-HOJE =
               FUNCTION INTEGER-OF-DATE (W-DT-EXEC-AMD)
           .
       020000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       025000-RECUPERA-PARAMETROS  SECTION.
      *----------------------------------------------------------------*
      * Parametros OPE/...-FRC no BCIS003R, servidos do cache
      * BCIS003C; sem cadastro, o padrao. Uma faixa com limite
      * superior zero fica desligada.
      *
           MOVE CTE-QT-DIAS-JNL-PDR TO W-QT-DIAS-JNL
           MOVE CTE-QT-MIN-ORD-PDR  TO W-QT-MIN-ORD
           MOVE CTE-QT-MIN-RMT-PDR  TO W-QT-MIN-RMT
           MOVE CTE-VL-INF-FX1-PDR  TO W-FX-VL-INF (1)
           MOVE CTE-VL-SUP-FX1-PDR  TO W-FX-VL-SUP (1)
           MOVE CTE-VL-INF-FX2-PDR  TO W-FX-VL-INF (2)
           MOVE CTE-VL-SUP-FX2-PDR  TO W-FX-VL-SUP (2)
      *
           MOVE 'QT-DIAS-JNL-FRC' TO K003C-CD-IDFC-ARQ
           PERFORM 026000-LE-PARAMETRO
           IF  K003C-CD-RTN EQUAL ZEROS
           AND K003C-NR-CTL NOT EQUAL ZEROS
               MOVE K003C-NR-CTL TO W-QT-DIAS-JNL
           END-IF
      *
           MOVE 'QT-MIN-ORD-FRC'  TO K003C-CD-IDFC-ARQ
           PERFORM 026000-LE-PARAMETRO
           IF  K003C-CD-RTN EQUAL ZEROS
           AND K003C-NR-CTL NOT EQUAL ZEROS
               MOVE K003C-NR-CTL TO W-QT-MIN-ORD
           END-IF
      *
           MOVE 'QT-MIN-RMT-FRC'  TO K003C-CD-IDFC-ARQ
           PERFORM 026000-LE-PARAMETRO
           IF  K003C-CD-RTN EQUAL ZEROS
           AND K003C-NR-CTL NOT EQUAL ZEROS
               MOVE K003C-NR-CTL TO W-QT-MIN-RMT
           END-IF
      *
           MOVE 'VL-INF-FX1-FRC'  TO K003C-CD-IDFC-ARQ
           PERFORM 026000-LE-PARAMETRO
           IF  K003C-CD-RTN EQUAL ZEROS
               MOVE K003C-NR-CTL TO W-FX-VL-INF (1)
           END-IF
      *
           MOVE 'VL-SUP-FX1-FRC'  TO K003C-CD-IDFC-ARQ
           PERFORM 026000-LE-PARAMETRO
           IF  K003C-CD-RTN EQUAL ZEROS
               MOVE K003C-NR-CTL TO W-FX-VL-SUP (1)
           END-IF
      *
           MOVE 'VL-INF-FX2-FRC'  TO K003C-CD-IDFC-ARQ
           PERFORM 026000-LE-PARAMETRO
           IF  K003C-CD-RTN EQUAL ZEROS
               MOVE K003C-NR-CTL TO W-FX-VL-INF (2)
           END-IF
      *
           MOVE 'VL-SUP-FX2-FRC'  TO K003C-CD-IDFC-ARQ
           PERFORM 026000-LE-PARAMETRO
           IF  K003C-CD-RTN EQUAL ZEROS
               MOVE K003C-NR-CTL TO W-FX-VL-SUP (2)
           END-IF
      *
      * Inicio da janela: data da execucao recuada de (janela - 1)
      * dias, p/ a janela incluir o proprio dia.
           COMPUTE W-NR-INT-INI = W-NR-INT-HOJE - W-QT-DIAS-JNL + 1
           COMPUTE W-DT-INI-JNL =
               FUNCTION DATE-OF-INTEGER (W-NR-INT-INI)
           .
       025000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       026000-LE-PARAMETRO  SECTION.
      *----------------------------------------------------------------*
      * Chave em K003C-CD-IDFC-ARQ; o retorno fica no proprio book.
      *
           MOVE K003C-CD-IDFC-ARQ TO W-CD-IDFC-PRM
      *
           INITIALIZE L-BCIS003C
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0
      *
           MOVE 1                 TO K003C-CD-FUC
           MOVE 'N'               TO K003C-IN-EXEC-ONL
           MOVE 'OPE'             TO K003C-SG-SIS
           MOVE W-CD-IDFC-PRM     TO K003C-CD-IDFC-ARQ
      *
           MOVE LENGTH OF L-BCIS003C TO EIBCALEN
           CALL BCIS003C USING DFHEIBLK L-BCIS003C
           .
       026000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       028000-ESCREVE-CABECALHO  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE W-DT-EXEC-AMD TO W-CAB-DT-EXEC
           MOVE W-DT-INI-JNL  TO W-CAB-DT-INI
           MOVE W-DT-EXEC-AMD TO W-CAB-DT-FIM
           WRITE REG-RELFRC FROM W-LN-CABEC
      *
           PERFORM VARYING W-NR-FX FROM 1 BY 1
               UNTIL W-NR-FX GREATER 2
               IF  W-FX-VL-SUP (W-NR-FX) GREATER ZEROS
                   MOVE W-NR-FX               TO W-LNF-NR-FX
                   MOVE W-FX-VL-INF (W-NR-FX) TO W-LNF-VL-INF
                   MOVE W-FX-VL-SUP (W-NR-FX) TO W-LNF-VL-SUP
                   WRITE REG-RELFRC FROM W-LN-FAIXA
               END-IF
           END-PERFORM
      *
           MOVE SPACES TO REG-RELFRC
           WRITE REG-RELFRC
           .
       028000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       030000-LE-BCI0270  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-BCI0270 NEXT RECORD
               AT END
                   MOVE 'S' TO W-IN-FIM-BASE
           END-READ
      *
           IF  NOT FIM-BASE
               ADD 1 TO W-QT-REG-BASE
           END-IF
           .
       030000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       032000-LE-LOGCLI  SECTION.
      *----------------------------------------------------------------*
      *
           READ LOGCLI
               AT END
                   MOVE 'S' TO W-IN-FIM-LOGCLI
           END-READ
      *
           IF  NOT FIM-LOGCLI
               ADD 1 TO W-QT-REG-LOG
           END-IF
           .
       032000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       034000-LE-LOGBNF  SECTION.
      *----------------------------------------------------------------*
      *
           READ LOGBNF
               AT END
                   MOVE 'S' TO W-IN-FIM-LOGBNF
           END-READ
           .
       034000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       040000-PROCESSA-CLIENTE  SECTION.
      *----------------------------------------------------------------*
      * A chave da BCI0270 comeca pelo cliente: a leitura sequencial
      * entrega as ordens de um cliente juntas. Carrega as da janela,
      * complementa pelo LOGCLI (mesma sequencia de cliente) e avalia.
      *
           MOVE 'CLI'              TO W-CD-PDR
           MOVE REG-BCI0270-CD-CLI TO W-CD-CLI-ATU
           MOVE ZEROS              TO W-QT-ORD-GRP
           MOVE 'N'                TO W-IN-ESTOURO
      *
           PERFORM 042000-CARREGA-ORD-CLIENTE
               UNTIL FIM-BASE
                  OR REG-BCI0270-CD-CLI NOT EQUAL W-CD-CLI-ATU
      *
           IF  W-QT-ORD-GRP EQUAL ZEROS
               GO TO 040000-SAI
           END-IF
      *
           ADD 1 TO W-QT-CLI-ANLS
      *
           PERFORM 032000-LE-LOGCLI
               UNTIL FIM-LOGCLI
                  OR LOGCLI-CD-CLI NOT LESS W-CD-CLI-ATU
      *
           PERFORM 044000-COMPLEMENTA-ORD
               UNTIL FIM-LOGCLI
                  OR LOGCLI-CD-CLI NOT EQUAL W-CD-CLI-ATU
      *
           PERFORM VARYING W-NR-NDX FROM 1 BY 1
               UNTIL W-NR-NDX GREATER W-QT-ORD-GRP
               IF  W-ORD-IN-LOG (W-NR-NDX) EQUAL 'N'
                   ADD 1 TO W-QT-SEM-LOG
               END-IF
           END-PERFORM
      *
           PERFORM 060000-AVALIA-GRUPO
           .
       040000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       042000-CARREGA-ORD-CLIENTE  SECTION.
      *----------------------------------------------------------------*
      *
           IF  REG-BCI0270-DT-REG NOT LESS W-DT-INI-JNL
               IF  W-QT-ORD-GRP LESS CTE-QT-MAX-ORD
                   ADD 1 TO W-QT-ORD-GRP
                   INITIALIZE W-ORD-OCR (W-QT-ORD-GRP)
                   MOVE REG-BCI0270-CD-IDFR-ORD-PGTO
                       TO W-ORD-NR-ORD-PGTO  (W-QT-ORD-GRP)
                   MOVE REG-BCI0270-DT-REG
                       TO W-ORD-DT-REG       (W-QT-ORD-GRP)
                   MOVE REG-BCI0270-CD-CLI
                       TO W-ORD-CD-CLI       (W-QT-ORD-GRP)
                   MOVE REG-BCI0270-VL-MOEE
                       TO W-ORD-VL-MOEE      (W-QT-ORD-GRP)
                   MOVE REG-BCI0270-CD-SWFT-BNFC
                       TO W-ORD-CD-SWFT-BNFC (W-QT-ORD-GRP)
                   MOVE REG-BCI0270-CD-CT-BNFC
                       TO W-ORD-CD-CT-BNFC   (W-QT-ORD-GRP)
                   MOVE 'N' TO W-ORD-IN-LOG  (W-QT-ORD-GRP)
               ELSE
                   IF  W-IN-ESTOURO EQUAL 'N'
                       MOVE 'S' TO W-IN-ESTOURO
                       ADD 1    TO W-QT-GRP-ESTR
                       DISPLAY 'BCIS0315 - Cliente ' W-CD-CLI-ATU
                               ' excede a tabela; ordens alem de '
                               CTE-QT-MAX-ORD ' ignoradas'
                   END-IF
               END-IF
           END-IF
      *
           PERFORM 030000-LE-BCI0270
           .
       042000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       044000-COMPLEMENTA-ORD  SECTION.
      *----------------------------------------------------------------*
      * Ordem do log que nao esta na tabela (fora da janela da base ou
      * ja expurgada) e ignorada: a base e quem define o universo.
      *
           PERFORM VARYING W-NR-NDX FROM 1 BY 1
               UNTIL W-NR-NDX GREATER W-QT-ORD-GRP
               IF  W-ORD-NR-ORD-PGTO (W-NR-NDX) EQUAL
                   LOGCLI-NR-ORD-PGTO
                   MOVE LOGCLI-NR-CPF-CNPJ
                       TO W-ORD-NR-CPF-CNPJ (W-NR-NDX)
                   MOVE LOGCLI-CD-PRF-DEPE
                       TO W-ORD-CD-PRF-DEPE (W-NR-NDX)
                   MOVE LOGCLI-CD-CNL
                       TO W-ORD-CD-CNL      (W-NR-NDX)
                   MOVE LOGCLI-CD-MOE
                       TO W-ORD-CD-MOE      (W-NR-NDX)
                   MOVE LOGCLI-VL-MOEN
                       TO W-ORD-VL-MOEN     (W-NR-NDX)
                   MOVE 'S' TO W-ORD-IN-LOG (W-NR-NDX)
               END-IF
           END-PERFORM
      *
           PERFORM 032000-LE-LOGCLI
           .
       044000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       050000-PROCESSA-BENEFIC  SECTION.
      *----------------------------------------------------------------*
      * Quebra por SWIFT + conta do beneficiario no LOGBNF. Ordens sem
      * identificacao de beneficiario nao formam grupo.
      *
           MOVE 'BNF'               TO W-CD-PDR
           MOVE LOGBNF-CD-SWFT-BNFC TO W-CD-SWFT-ATU
           MOVE LOGBNF-CD-CT-BNFC   TO W-CD-CT-ATU
           MOVE ZEROS               TO W-CD-CLI-ATU
           MOVE ZEROS               TO W-QT-ORD-GRP
           MOVE 'N'                 TO W-IN-ESTOURO
      *
           PERFORM 052000-CARREGA-ORD-BENEFIC
               UNTIL FIM-LOGBNF
                  OR LOGBNF-CD-SWFT-BNFC NOT EQUAL W-CD-SWFT-ATU
                  OR LOGBNF-CD-CT-BNFC   NOT EQUAL W-CD-CT-ATU
      *
           IF  W-QT-ORD-GRP EQUAL ZEROS
           OR (W-CD-SWFT-ATU EQUAL SPACES AND
               W-CD-CT-ATU   EQUAL SPACES)
               GO TO 050000-SAI
           END-IF
      *
           ADD 1 TO W-QT-BNF-ANLS
           PERFORM 060000-AVALIA-GRUPO
           .
       050000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       052000-CARREGA-ORD-BENEFIC  SECTION.
      *----------------------------------------------------------------*
      *
           IF  LOGBNF-DT-REG NOT LESS W-DT-INI-JNL
               IF  W-QT-ORD-GRP LESS CTE-QT-MAX-ORD
                   ADD 1 TO W-QT-ORD-GRP
                   MOVE LOGBNF-NR-ORD-PGTO
                       TO W-ORD-NR-ORD-PGTO  (W-QT-ORD-GRP)
                   MOVE LOGBNF-DT-REG
                       TO W-ORD-DT-REG       (W-QT-ORD-GRP)
                   MOVE LOGBNF-CD-CLI
                       TO W-ORD-CD-CLI       (W-QT-ORD-GRP)
                   MOVE LOGBNF-NR-CPF-CNPJ
                       TO W-ORD-NR-CPF-CNPJ  (W-QT-ORD-GRP)
                   MOVE LOGBNF-CD-PRF-DEPE
                       TO W-ORD-CD-PRF-DEPE  (W-QT-ORD-GRP)
                   MOVE LOGBNF-CD-CNL
                       TO W-ORD-CD-CNL       (W-QT-ORD-GRP)
                   MOVE LOGBNF-CD-MOE
                       TO W-ORD-CD-MOE       (W-QT-ORD-GRP)
                   MOVE LOGBNF-VL-MOEE
                       TO W-ORD-VL-MOEE      (W-QT-ORD-GRP)
                   MOVE LOGBNF-VL-MOEN
                       TO W-ORD-VL-MOEN      (W-QT-ORD-GRP)
                   MOVE LOGBNF-CD-SWFT-BNFC
                       TO W-ORD-CD-SWFT-BNFC (W-QT-ORD-GRP)
                   MOVE LOGBNF-CD-CT-BNFC
                       TO W-ORD-CD-CT-BNFC   (W-QT-ORD-GRP)
                   MOVE 'S' TO W-ORD-IN-LOG  (W-QT-ORD-GRP)
                   MOVE 'N' TO W-ORD-IN-FX   (W-QT-ORD-GRP)
               ELSE
                   IF  W-IN-ESTOURO EQUAL 'N'
                       MOVE 'S' TO W-IN-ESTOURO
                       ADD 1    TO W-QT-GRP-ESTR
                       DISPLAY 'BCIS0315 - Beneficiario '
                               W-CD-SWFT-ATU ' ' W-CD-CT-ATU
                               ' excede a tabela'
                   END-IF
               END-IF
           END-IF
      *
           PERFORM 034000-LE-LOGBNF
           .
       052000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       060000-AVALIA-GRUPO  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 062000-AVALIA-FAIXA
               VARYING W-NR-FX FROM 1 BY 1
               UNTIL W-NR-FX GREATER 2
           .
       060000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       062000-AVALIA-FAIXA  SECTION.
      *----------------------------------------------------------------*
      * Ordens com valor em reais na faixa [inferior, superior). O
      * caso exige a quantidade minima de ordens, soma que alcance o
      * limite superior (o limiar evitado) e ordem na faixa registrada
      * hoje; por beneficiario, exige ainda o minimo de remetentes.
      *
           IF  W-FX-VL-SUP (W-NR-FX) EQUAL ZEROS
               GO TO 062000-SAI
           END-IF
      *
           MOVE ZEROS TO W-QT-ORD-FX
           MOVE ZEROS TO W-VL-TOT-FX
           MOVE ZEROS TO W-NR-ULT
           MOVE 'N'   TO W-IN-ORD-DIA
      *
           PERFORM VARYING W-NR-NDX FROM 1 BY 1
               UNTIL W-NR-NDX GREATER W-QT-ORD-GRP
               MOVE 'N' TO W-ORD-IN-FX (W-NR-NDX)
               IF  W-ORD-IN-LOG  (W-NR-NDX) EQUAL 'S'
               AND W-ORD-VL-MOEN (W-NR-NDX) NOT LESS
                   W-FX-VL-INF   (W-NR-FX)
               AND W-ORD-VL-MOEN (W-NR-NDX) LESS
                   W-FX-VL-SUP   (W-NR-FX)
                   MOVE 'S' TO W-ORD-IN-FX (W-NR-NDX)
                   ADD 1    TO W-QT-ORD-FX
                   ADD W-ORD-VL-MOEN (W-NR-NDX) TO W-VL-TOT-FX
                   IF  W-NR-ULT EQUAL ZEROS
                   OR  W-ORD-DT-REG (W-NR-NDX) NOT LESS
                       W-ORD-DT-REG (W-NR-ULT)
                       MOVE W-NR-NDX TO W-NR-ULT
                   END-IF
                   IF  W-ORD-DT-REG (W-NR-NDX) EQUAL W-DT-EXEC-AMD
                       MOVE 'S' TO W-IN-ORD-DIA
                   END-IF
               END-IF
           END-PERFORM
      *
           IF  W-QT-ORD-FX LESS W-QT-MIN-ORD
           OR  W-VL-TOT-FX LESS W-FX-VL-SUP (W-NR-FX)
           OR  W-IN-ORD-DIA EQUAL 'N'
               GO TO 062000-SAI
           END-IF
      *
           PERFORM 064000-CONTA-DISTINTOS
      *
           IF  PDR-BENEFIC
           AND W-QT-RMT-FX LESS W-QT-MIN-RMT
               GO TO 062000-SAI
           END-IF
      *
           PERFORM 070000-GRAVA-CASO
           .
       062000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       064000-CONTA-DISTINTOS  SECTION.
      *----------------------------------------------------------------*
      * Dias, dependencias, canais e remetentes distintos entre as
      * ordens da faixa (cada ordem comparada com as anteriores).
      *
           MOVE ZEROS TO W-QT-DIAS-FX
           MOVE ZEROS TO W-QT-DEPE-FX
           MOVE ZEROS TO W-QT-CNL-FX
           MOVE ZEROS TO W-QT-RMT-FX
      *
           PERFORM 066000-COMPARA-ANTERIORES
               VARYING W-NR-NDX FROM 1 BY 1
               UNTIL W-NR-NDX GREATER W-QT-ORD-GRP
           .
       064000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       066000-COMPARA-ANTERIORES  SECTION.
      *----------------------------------------------------------------*
      *
           IF  W-ORD-IN-FX (W-NR-NDX) NOT EQUAL 'S'
               GO TO 066000-SAI
           END-IF
      *
           MOVE 'N' TO W-IN-REPETIDO
           PERFORM VARYING W-NR-NDX-2 FROM 1 BY 1
               UNTIL W-NR-NDX-2 NOT LESS W-NR-NDX
               IF  W-ORD-IN-FX  (W-NR-NDX-2) EQUAL 'S'
               AND W-ORD-DT-REG (W-NR-NDX-2) EQUAL
                   W-ORD-DT-REG (W-NR-NDX)
                   MOVE 'S' TO W-IN-REPETIDO
               END-IF
           END-PERFORM
           IF  W-IN-REPETIDO EQUAL 'N'
               ADD 1 TO W-QT-DIAS-FX
           END-IF
      *
           MOVE 'N' TO W-IN-REPETIDO
           PERFORM VARYING W-NR-NDX-2 FROM 1 BY 1
               UNTIL W-NR-NDX-2 NOT LESS W-NR-NDX
               IF  W-ORD-IN-FX       (W-NR-NDX-2) EQUAL 'S'
               AND W-ORD-CD-PRF-DEPE (W-NR-NDX-2) EQUAL
                   W-ORD-CD-PRF-DEPE (W-NR-NDX)
                   MOVE 'S' TO W-IN-REPETIDO
               END-IF
           END-PERFORM
           IF  W-IN-REPETIDO EQUAL 'N'
               ADD 1 TO W-QT-DEPE-FX
           END-IF
      *
           MOVE 'N' TO W-IN-REPETIDO
           PERFORM VARYING W-NR-NDX-2 FROM 1 BY 1
               UNTIL W-NR-NDX-2 NOT LESS W-NR-NDX
               IF  W-ORD-IN-FX  (W-NR-NDX-2) EQUAL 'S'
               AND W-ORD-CD-CNL (W-NR-NDX-2) EQUAL
                   W-ORD-CD-CNL (W-NR-NDX)
                   MOVE 'S' TO W-IN-REPETIDO
               END-IF
           END-PERFORM
           IF  W-IN-REPETIDO EQUAL 'N'
           AND W-QT-CNL-FX LESS 9
               ADD 1 TO W-QT-CNL-FX
           END-IF
      *
           MOVE 'N' TO W-IN-REPETIDO
           PERFORM VARYING W-NR-NDX-2 FROM 1 BY 1
               UNTIL W-NR-NDX-2 NOT LESS W-NR-NDX
               IF  W-ORD-IN-FX  (W-NR-NDX-2) EQUAL 'S'
               AND W-ORD-CD-CLI (W-NR-NDX-2) EQUAL
                   W-ORD-CD-CLI (W-NR-NDX)
                   MOVE 'S' TO W-IN-REPETIDO
               END-IF
           END-PERFORM
           IF  W-IN-REPETIDO EQUAL 'N'
               ADD 1 TO W-QT-RMT-FX
           END-IF
           .
       066000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       070000-GRAVA-CASO  SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                TO W-NR-SEQ-CASO
           MOVE W-DT-EXEC-AMD   TO W-NR-CASO-DT
           MOVE W-NR-SEQ-CASO   TO W-NR-CASO-SEQ
      *
           IF  PDR-CLIENTE
               ADD 1 TO W-QT-CASO-CLI
           ELSE
               ADD 1 TO W-QT-CASO-BNF
           END-IF
      *
      * Cabecalho do caso
           MOVE SPACES                 TO REG-COAFSAI
           MOVE '1'                    TO COAF-TP-REG
           MOVE W-NR-CASO              TO COAF-NR-CASO
           MOVE W-CD-PDR               TO COAF-CD-PDR
           MOVE W-NR-FX                TO COAF-NR-FX
           MOVE W-DT-EXEC-AMD          TO COAF-DT-DTCC
           MOVE W-DT-INI-JNL           TO COAF-DT-INI-JNL
           MOVE W-DT-EXEC-AMD          TO COAF-DT-FIM-JNL
           MOVE W-FX-VL-INF (W-NR-FX)  TO COAF-VL-FX-INF
           MOVE W-FX-VL-SUP (W-NR-FX)  TO COAF-VL-FX-SUP
           MOVE W-QT-ORD-FX            TO COAF-QT-ORD
           MOVE W-VL-TOT-FX            TO COAF-VL-TOT-MOEN
           MOVE W-QT-DIAS-FX           TO COAF-QT-DIAS
           MOVE W-QT-DEPE-FX           TO COAF-QT-DEPE
           MOVE W-QT-CNL-FX            TO COAF-QT-CNL
           MOVE W-QT-RMT-FX            TO COAF-QT-RMT
           IF  PDR-CLIENTE
               MOVE W-CD-CLI-ATU                   TO COAF-CD-CLI
               MOVE W-ORD-NR-CPF-CNPJ (W-NR-ULT)   TO COAF-NR-CPF-CNPJ
               MOVE SPACES                         TO COAF-CD-SWFT-BNFC
               MOVE SPACES                         TO COAF-CD-CT-BNFC
           ELSE
               MOVE ZEROS                          TO COAF-CD-CLI
               MOVE SPACES                         TO COAF-NR-CPF-CNPJ
               MOVE W-CD-SWFT-ATU                  TO COAF-CD-SWFT-BNFC
               MOVE W-CD-CT-ATU                    TO COAF-CD-CT-BNFC
           END-IF
           WRITE REG-COAFSAI
      *
      * Uma linha por ordem da faixa
           PERFORM VARYING W-NR-NDX FROM 1 BY 1
               UNTIL W-NR-NDX GREATER W-QT-ORD-GRP
               IF  W-ORD-IN-FX (W-NR-NDX) EQUAL 'S'
                   PERFORM 072000-GRAVA-ORDEM-CASO
               END-IF
           END-PERFORM
      *
           PERFORM 074000-ENFILEIRA-CASO
           PERFORM 076000-ESCREVE-DETALHE
           .
       070000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       072000-GRAVA-ORDEM-CASO  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                          TO REG-COAFSAI-ORD
           MOVE '2'                             TO COAF-ORD-TP-REG
           MOVE W-NR-CASO                       TO COAF-ORD-NR-CASO
           MOVE W-ORD-NR-ORD-PGTO  (W-NR-NDX)   TO COAF-ORD-NR-ORD-PGTO
           MOVE W-ORD-DT-REG       (W-NR-NDX)   TO COAF-ORD-DT-REG
           MOVE W-ORD-CD-CLI       (W-NR-NDX)   TO COAF-ORD-CD-CLI
           MOVE W-ORD-NR-CPF-CNPJ  (W-NR-NDX)   TO COAF-ORD-NR-CPF-CNPJ
           MOVE W-ORD-CD-PRF-DEPE  (W-NR-NDX)   TO COAF-ORD-CD-PRF-DEPE
           MOVE W-ORD-CD-CNL       (W-NR-NDX)   TO COAF-ORD-CD-CNL
           MOVE W-ORD-CD-MOE       (W-NR-NDX)   TO COAF-ORD-CD-MOE
           MOVE W-ORD-VL-MOEE      (W-NR-NDX)   TO COAF-ORD-VL-MOEE
           MOVE W-ORD-VL-MOEN      (W-NR-NDX)   TO COAF-ORD-VL-MOEN
           MOVE W-ORD-CD-SWFT-BNFC (W-NR-NDX)   TO COAF-ORD-CD-SWFT-BNFC
           MOVE W-ORD-CD-CT-BNFC   (W-NR-NDX)   TO COAF-ORD-CD-CT-BNFC
           WRITE REG-COAFSAI-ORD
           .
       072000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       074000-ENFILEIRA-CASO  SECTION.
      *----------------------------------------------------------------*
      * A pendencia aponta a ordem mais recente do caso; o numero do
      * caso vai na ocorrencia p/ o analista achar o COAFSAI.
      *
           INITIALIZE L-BCIS0297
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0
      *
           MOVE 1 TO K0297-CD-FUC
           IF  PDR-CLIENTE
               MOVE 'FRAC-CLIENTE' TO K0297-CD-RGR
           ELSE
               MOVE 'FRAC-BENEFIC' TO K0297-CD-RGR
           END-IF
      *
           MOVE W-QT-ORD-FX  TO W-ED-QT-ORD
           MOVE W-QT-DIAS-FX TO W-ED-QT-DIAS
           MOVE W-QT-DEPE-FX TO W-ED-QT-DEPE
           MOVE W-QT-CNL-FX  TO W-ED-QT-CNL
           MOVE W-QT-RMT-FX  TO W-ED-QT-RMT
           MOVE W-VL-TOT-FX  TO W-ED-VL-TOT
      *
           STRING 'FRACIONAMENTO FX' W-NR-FX ':'
                  W-ED-QT-ORD   ' ORD'
                  W-ED-QT-DIAS  ' DIAS'
                  W-ED-QT-DEPE  ' DEPE '
                  W-ED-QT-CNL   ' CNL'
                  W-ED-QT-RMT   ' REMET'
                  DELIMITED BY SIZE
                  INTO K0297-TX-MTV
           END-STRING
      *
           STRING 'CASO COAF ' W-NR-CASO
                  ' TOTAL R$ ' W-ED-VL-TOT
                  DELIMITED BY SIZE
                  INTO K0297-NM-OCOR
           END-STRING
      *
           MOVE W-ORD-NR-ORD-PGTO (W-NR-ULT) TO K0297-CD-IDFR-ORD
           MOVE W-ORD-CD-CLI      (W-NR-ULT) TO K0297-CD-CLI
           MOVE W-ORD-CD-PRF-DEPE (W-NR-ULT) TO K0297-CD-PRF-DEPE
           MOVE 'BCIS0315'                   TO K0297-CD-USU
           MOVE W-DT-EXEC-AMD                TO K0297-DT-ATU
           MOVE W-HR-EXEC (1:6)              TO K0297-HR-ATU
      *
           MOVE LENGTH OF L-BCIS0297 TO EIBCALEN
           CALL BCIS0297 USING DFHEIBLK L-BCIS0297
      *
           IF  K0297-CD-RTN NOT EQUAL ZEROS
               ADD 1 TO W-QT-ERRO-FILA
               DISPLAY 'BCIS0315 - Caso ' W-NR-CASO
                       ' nao enfileirado: ' K0297-TX-MSG-RTN
           END-IF
           .
       074000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       076000-ESCREVE-DETALHE  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE W-NR-CASO     TO W-DET-NR-CASO
           MOVE W-CD-PDR      TO W-DET-CD-PDR
           MOVE W-NR-FX       TO W-DET-NR-FX
           MOVE W-QT-ORD-FX   TO W-DET-QT-ORD
           MOVE W-VL-TOT-FX   TO W-DET-VL-TOT
           MOVE W-QT-DIAS-FX  TO W-DET-QT-DIAS
           MOVE W-QT-DEPE-FX  TO W-DET-QT-DEPE
           MOVE W-QT-CNL-FX   TO W-DET-QT-CNL
           MOVE W-QT-RMT-FX   TO W-DET-QT-RMT
      *
           IF  PDR-CLIENTE
               MOVE W-CD-CLI-ATU TO W-DET-CD-CLI
               MOVE SPACES       TO W-DET-CD-SWFT-BNFC
               MOVE SPACES       TO W-DET-CD-CT-BNFC
           ELSE
               MOVE ZEROS        TO W-DET-CD-CLI
               MOVE W-CD-SWFT-ATU TO W-DET-CD-SWFT-BNFC
               MOVE W-CD-CT-ATU   TO W-DET-CD-CT-BNFC
           END-IF
      *
           IF  K0297-CD-RTN EQUAL ZEROS
               MOVE 'ENFILEIRADO NA BCI297Q' TO W-DET-TX-OBS
           ELSE
               MOVE 'ERRO AO ENFILEIRAR'     TO W-DET-TX-OBS
           END-IF
      *
           WRITE REG-RELFRC FROM W-LN-DETALHE
           .
       076000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       080000-ESCREVE-TOTAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES             TO REG-RELFRC
           WRITE REG-RELFRC
      *
           MOVE W-QT-REG-BASE      TO W-TOT-QT-BASE
           WRITE REG-RELFRC        FROM W-LN-TOTAL-1
           MOVE W-QT-REG-LOG       TO W-TOT-QT-LOG
           WRITE REG-RELFRC        FROM W-LN-TOTAL-2
           MOVE W-QT-CLI-ANLS      TO W-TOT-QT-CLI
           WRITE REG-RELFRC        FROM W-LN-TOTAL-3
           MOVE W-QT-BNF-ANLS      TO W-TOT-QT-BNF
           WRITE REG-RELFRC        FROM W-LN-TOTAL-4
           MOVE W-QT-SEM-LOG       TO W-TOT-QT-SEM-LOG
           WRITE REG-RELFRC        FROM W-LN-TOTAL-5
           MOVE W-QT-CASO-CLI      TO W-TOT-QT-CASO-CLI
           WRITE REG-RELFRC        FROM W-LN-TOTAL-6
           MOVE W-QT-CASO-BNF      TO W-TOT-QT-CASO-BNF
           WRITE REG-RELFRC        FROM W-LN-TOTAL-7
           MOVE W-QT-ERRO-FILA     TO W-TOT-QT-ERRO-FILA
           WRITE REG-RELFRC        FROM W-LN-TOTAL-8
           MOVE W-QT-GRP-ESTR      TO W-TOT-QT-GRP-ESTR
           WRITE REG-RELFRC        FROM W-LN-TOTAL-9
           .
       080000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       090000-FECHA-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-BCI0270
           CLOSE LOGCLI
           CLOSE LOGBNF
           CLOSE COAFSAI
           CLOSE RELFRC
           .
       090000-SAI.
           EXIT
           .
