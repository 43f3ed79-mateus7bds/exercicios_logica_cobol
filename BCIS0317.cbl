      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0317
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Retriagem retroativa da lista de vigilancia. O
      *             BCIS0272 so triaga o nome no registro da ordem;
      *             nome incluido ou alterado depois na BCI008W
      *             (BCIS008M) nao alcancava o que ja estava cadastrado
      *             ou em curso. Este batch confronta os nomes da lista
      *             incluidos/alterados desde a execucao anterior com:
      *             1) beneficiarios frequentes (BCI007B) - nome do
      *                beneficiario e do banco;
      *             2) ordens permanentes (BCI011O) - tomador e os
      *                nomes do beneficiario frequente ligado (mesma
      *                chave no BCI007B);
      *             3) ordens ainda nao liquidadas - extrato LOGVGL de
      *                BCISLOG0/BCISLOG1 (os quatro nomes triados pelo
      *                OPES500V/848-000), so as que estao em aberto no
      *                acompanhamento BCI277S;
      *             4) creditos recebidos retidos (BCI287S, situacao
      *                'P') - ordenante e beneficiario.
      *             Cada ocorrencia e enfileirada na fila de revisao de
      *             compliance BCI297Q (BCIS0297, regra 'RETRIAG-VGLC')
      *             com a origem no motivo, e fica registrada na base de
      *             controle BCI317V (origem + identificador + nome),
      *             que impede reenfileirar a mesma ocorrencia numa
      *             reexecucao. Ordem permanente ativa com ocorrencia e
      *             suspensa (situacao 'S', historico BCI011H); quando
      *             o compliance libera ('C') todas as ocorrencias
      *             dela, a execucao seguinte a reativa. Escalada ('E')
      *             mantem a suspensao ate tratamento manual na tela
      *             BCIS011M. Ordem suspensa ou reativada por outro
      *             usuario nao e tocada.
      *             A data da ultima execucao fica no registro de
      *             controle (chave em branco) da BCI317V e so avanca
      *             quando tudo foi enfileirado e gravado; o dia da
      *             execucao anterior e triado de novo (inclusao no
      *             mesmo dia, depois da execucao).
      *             RETURN-CODE 4 quando ha ocorrencia nova ou erro.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0317.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Lista de vigilancia (mantida pelo BCIS008M)
           SELECT ARQ-BCI008W  ASSIGN TO BCI008W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI008W-CHV
                  FILE STATUS  IS W-FS-BCI008W.
      *
      * Controle da retriagem (ocorrencias ja levantadas e data da
      * ultima execucao)
           SELECT ARQ-BCI317V  ASSIGN TO BCI317V
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI317V-CHV
                  FILE STATUS  IS W-FS-BCI317V.
      *
      * Fila de revisao de compliance (so consulta da disposicao)
           SELECT ARQ-BCI297Q  ASSIGN TO BCI297Q
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI297Q-CHV
                  FILE STATUS  IS W-FS-BCI297Q.
      *
      * Beneficiarios frequentes (mantidos pelo BCIS007M)
           SELECT ARQ-BCI007B  ASSIGN TO BCI007B
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI007B-CHV
                  FILE STATUS  IS W-FS-BCI007B.
      *
      * Ordens permanentes (mantidas pelo BCIS011M) e seu historico
           SELECT ARQ-BCI011O  ASSIGN TO BCI011O
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI011O-CHV
                  FILE STATUS  IS W-FS-BCI011O.
      *
           SELECT ARQ-BCI011H  ASSIGN TO BCI011H
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI011H-CHV
                  FILE STATUS  IS W-FS-BCI011H.
      *
      * Situacao corrente do acompanhamento (mantida pelo BCIS0277)
           SELECT ARQ-BCI277S  ASSIGN TO BCI277S
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI277S-CHV
                  FILE STATUS  IS W-FS-BCI277S.
      *
      * Creditos recebidos retidos (mantidos pelo BCIS0287)
           SELECT ARQ-BCI287S  ASSIGN TO BCI287S
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI287S-CHV
                  FILE STATUS  IS W-FS-BCI287S.
      *
           SELECT LOGVGL ASSIGN TO LOGVGL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-LOGVGL.
      *
           SELECT RELRTG ASSIGN TO RELRTG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-RELRTG.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQ-BCI008W.
       01  REG-BCI008W.
           03  REG-BCI008W-CHV.
               05  REG-BCI008W-NM-VGLC         PIC X(60).
           03  REG-BCI008W-CD-ACAO             PIC X(01).
           03  REG-BCI008W-TX-MTV              PIC X(40).
           03  REG-BCI008W-CD-USU-INCL         PIC X(08).
           03  REG-BCI008W-DT-INCL             PIC 9(08).
           03  FILLER                          PIC X(15).
      *
      * Origem: 'B' beneficiario frequente, 'P' ordem permanente,
      * 'O' ordem em aberto, 'S' credito recebido retido. Registro de
      * chave em branco: controle da execucao.
       FD  ARQ-BCI317V.
       01  REG-BCI317V.
           03  REG-BCI317V-CHV.
               05  REG-BCI317V-CD-ORIG         PIC X(01).
               05  REG-BCI317V-CD-IDFR-ORIG    PIC X(20).
               05  REG-BCI317V-NM-VGLC         PIC X(60).
           03  REG-BCI317V-DADOS.
               05  REG-BCI317V-CD-ACAO-LST     PIC X(01).
               05  REG-BCI317V-NR-SEQ-FILA     PIC 9(09).
               05  REG-BCI317V-DT-DTCC         PIC 9(08).
               05  REG-BCI317V-CD-EST-RTRG     PIC X(01).
                   88  REG-BCI317V-PENDENTE    VALUE 'P'.
                   88  REG-BCI317V-LIBERADA    VALUE 'L'.
                   88  REG-BCI317V-CONFIRMADA  VALUE 'C'.
               05  REG-BCI317V-IN-SUSP-AUTO    PIC X(01).
               05  REG-BCI317V-DT-SIT          PIC 9(08).
               05  FILLER                      PIC X(20).
           03  REG-BCI317V-CTL REDEFINES REG-BCI317V-DADOS.
               05  REG-BCI317V-DT-ULT-EXEC     PIC 9(08).
               05  FILLER                      PIC X(40).
      *
       FD  ARQ-BCI297Q.
       01  REG-BCI297Q.
           03  REG-BCI297Q-CHV.
               05  REG-BCI297Q-NR-SEQ      PIC 9(09).
           03  REG-BCI297Q-CD-EST          PIC X(01).
           03  REG-BCI297Q-CD-RGR          PIC X(12).
           03  REG-BCI297Q-TX-MTV          PIC X(60).
           03  REG-BCI297Q-DT-ENTD         PIC 9(08).
           03  REG-BCI297Q-HR-ENTD         PIC 9(06).
           03  REG-BCI297Q-CD-IDFR-ORD     PIC 9(10).
           03  REG-BCI297Q-CD-CLI          PIC 9(09).
           03  REG-BCI297Q-CD-PRF-DEPE     PIC 9(04).
           03  REG-BCI297Q-NM-OCOR         PIC X(60).
           03  REG-BCI297Q-CD-USU-REG      PIC X(08).
           03  REG-BCI297Q-CD-USU-DSPS     PIC X(08).
           03  REG-BCI297Q-DT-DSPS         PIC 9(08).
           03  REG-BCI297Q-TX-JSTF         PIC X(60).
           03  FILLER                      PIC X(16).
      *
       FD  ARQ-BCI007B.
       01  REG-BCI007B.
           03  REG-BCI007B-CHV.
               05  REG-BCI007B-CD-CLI          PIC 9(09).
               05  REG-BCI007B-CD-BNFC-FAVT    PIC 9(03).
           03  REG-BCI007B-NM-BNFC             PIC X(35).
           03  REG-BCI007B-TX-END-BNFC         PIC X(35).
           03  REG-BCI007B-NM-CID-BNFC         PIC X(20).
           03  REG-BCI007B-CD-PAIS-BNFC        PIC 9(03).
           03  REG-BCI007B-NM-PAIS-BNFC        PIC X(20).
           03  REG-BCI007B-CD-SWFT-BNFC        PIC X(11).
           03  REG-BCI007B-CD-CT-BNFC          PIC X(20).
           03  REG-BCI007B-NM-BCO-BNFC         PIC X(35).
           03  FILLER                          PIC X(20).
      *
       FD  ARQ-BCI011O.
       01  REG-BCI011O.
           03  REG-BCI011O-CHV.
               05  REG-BCI011O-CD-CLI          PIC 9(09).
               05  REG-BCI011O-CD-BNFC-FAVT    PIC 9(03).
           03  REG-BCI011O-IN-SIT              PIC X(01).
           03  REG-BCI011O-CD-PRF-DEPE-EMT     PIC 9(04).
           03  REG-BCI011O-NR-CC-TMDR          PIC 9(11).
           03  REG-BCI011O-NM-TMDR             PIC X(50).
           03  REG-BCI011O-CD-TIP-ORD-PGTO     PIC 9(01).
           03  REG-BCI011O-CD-MOE              PIC 9(03).
           03  REG-BCI011O-VL-MOEE             PIC 9(13)V9(02).
           03  REG-BCI011O-CD-NTZ              PIC 9(04).
           03  REG-BCI011O-DD-GRC              PIC 9(02).
           03  REG-BCI011O-QT-MES-INTV         PIC 9(02).
           03  REG-BCI011O-MM-ULT-GRC          PIC 9(06).
           03  REG-BCI011O-CD-USU-ALTC         PIC X(08).
           03  REG-BCI011O-DT-ALTC             PIC 9(08).
           03  FILLER                          PIC X(20).
      *
       FD  ARQ-BCI011H.
       01  REG-BCI011H.
           03  REG-BCI011H-CHV.
               05  REG-BCI011H-CD-CLI          PIC 9(09).
               05  REG-BCI011H-CD-BNFC-FAVT    PIC 9(03).
               05  REG-BCI011H-TS-ALTC         PIC X(26).
           03  REG-BCI011H-CD-USU              PIC X(08).
           03  REG-BCI011H-CD-ACAO             PIC X(01).
           03  REG-BCI011H-VL-ANTR             PIC 9(13)V9(02).
           03  REG-BCI011H-VL-NOVO             PIC 9(13)V9(02).
           03  REG-BCI011H-IN-SIT-ANTR         PIC X(01).
           03  REG-BCI011H-IN-SIT-NOVO         PIC X(01).
      *
       FD  ARQ-BCI277S.
       01  REG-BCI277S.
           03  REG-BCI277S-CHV.
               05  REG-BCI277S-CD-IDFR-ORD     PIC 9(10).
           03  REG-BCI277S-CD-EST-ATU          PIC X(01).
           03  REG-BCI277S-QT-EVT              PIC 9(03).
           03  REG-BCI277S-CD-CLI              PIC 9(09).
           03  REG-BCI277S-CD-PRF-DEPE-EMT     PIC 9(04).
           03  REG-BCI277S-CD-MOE              PIC 9(03).
           03  REG-BCI277S-VL-MOEE             PIC 9(13)V9(02).
           03  REG-BCI277S-CD-SWFT-BNFC        PIC X(11).
           03  REG-BCI277S-DT-LQDC             PIC X(10).
           03  REG-BCI277S-CD-IDFR-MT103       PIC X(16).
           03  REG-BCI277S-CD-IDFR-MT202       PIC X(16).
           03  REG-BCI277S-DT-ULT-EVT          PIC 9(08).
           03  REG-BCI277S-CD-UETR             PIC X(36).
           03  FILLER                          PIC X(20).
      *
       FD  ARQ-BCI287S.
       01  REG-BCI287S.
           03  REG-BCI287S-CHV.
               05  REG-BCI287S-NR-SEQ      PIC 9(09).
           03  REG-BCI287S-CD-EST-SUSP     PIC X(01).
           03  REG-BCI287S-CD-MTV-SUSP     PIC X(01).
           03  REG-BCI287S-TX-MTV          PIC X(40).
           03  REG-BCI287S-DT-ENTD         PIC 9(08).
           03  REG-BCI287S-CD-IDFR-MSG     PIC X(16).
           03  REG-BCI287S-CD-SWFT-OGM     PIC X(11).
           03  REG-BCI287S-NM-ORDN         PIC X(50).
           03  REG-BCI287S-DT-VLR          PIC 9(08).
           03  REG-BCI287S-CD-MOE          PIC 9(03).
           03  REG-BCI287S-VL-MOEE         PIC 9(13)V9(02).
           03  REG-BCI287S-CD-PRF-DEPE     PIC 9(04).
           03  REG-BCI287S-NR-CC           PIC 9(11).
           03  REG-BCI287S-NM-BNFC         PIC X(35).
           03  REG-BCI287S-CD-USU-DSPS     PIC X(08).
           03  REG-BCI287S-DT-DSPS         PIC 9(08).
           03  REG-BCI287S-TX-JSTF         PIC X(60).
           03  FILLER                      PIC X(20).
      *
      * Extrato de BCISLOG0/BCISLOG1 - registros aceitos, um por
      * registro/alteracao de ordem, com os nomes triados no registro
      * (classificado pela JCL por numero da ordem).
       FD  LOGVGL
           RECORDING MODE IS F.
       01  REG-LOGVGL.
           03  LOGVGL-NR-ORD-PGTO          PIC 9(10).
           03  LOGVGL-CD-CLI               PIC 9(09).
           03  LOGVGL-CD-PRF-DEPE          PIC 9(04).
           03  LOGVGL-DT-REG               PIC 9(08).
           03  LOGVGL-NM-TMDR              PIC X(50).
           03  LOGVGL-NM-BNFC              PIC X(35).
           03  LOGVGL-NM-PRCA-DST          PIC X(35).
           03  LOGVGL-NM-HDNG-DST          PIC X(35).
           03  FILLER                      PIC X(14).
      *
       FD  RELRTG
           RECORDING MODE IS F.
       01  REG-RELRTG                      PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      ******************************************************************
      ************** Tabela lista de programas chamados ****************
      ******************************************************************
       01 TAB-PROGRAMAS-CHAMADOS.
          03 BCIS0297                      PIC X(8) VALUE 'BCIS0297'.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0317 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
      * Capacidade da tabela de nomes incluidos/alterados da lista (a
      * primeira execucao carrega a lista inteira)
       77  CTE-QT-MAX-VGLC             PIC 9(05) VALUE 20000.
      *
       77  W-FS-BCI008W                PIC X(02) VALUE ZEROS.
       77  W-FS-BCI317V                PIC X(02) VALUE ZEROS.
       77  W-FS-BCI297Q                PIC X(02) VALUE ZEROS.
       77  W-FS-BCI007B                PIC X(02) VALUE ZEROS.
       77  W-FS-BCI011O                PIC X(02) VALUE ZEROS.
       77  W-FS-BCI011H                PIC X(02) VALUE ZEROS.
       77  W-FS-BCI277S                PIC X(02) VALUE ZEROS.
       77  W-FS-BCI287S                PIC X(02) VALUE ZEROS.
       77  W-FS-LOGVGL                 PIC X(02) VALUE '00'.
       77  W-FS-RELRTG                 PIC X(02) VALUE '00'.
       77  W-IN-FIM-BCI008W            PIC X(01) VALUE 'N'.
           88  FIM-BCI008W                       VALUE 'S'.
       77  W-IN-FIM-BCI317V            PIC X(01) VALUE 'N'.
           88  FIM-BCI317V                       VALUE 'S'.
       77  W-IN-FIM-BCI007B            PIC X(01) VALUE 'N'.
           88  FIM-BCI007B                       VALUE 'S'.
       77  W-IN-FIM-BCI011O            PIC X(01) VALUE 'N'.
           88  FIM-BCI011O                       VALUE 'S'.
       77  W-IN-FIM-BCI287S            PIC X(01) VALUE 'N'.
           88  FIM-BCI287S                       VALUE 'S'.
       77  W-IN-FIM-LOGVGL             PIC X(01) VALUE 'N'.
           88  FIM-LOGVGL                        VALUE 'S'.
       77  W-IN-CTL-EXISTE             PIC X(01) VALUE 'N'.
       77  W-IN-OCOR-EXISTE            PIC X(01) VALUE 'N'.
       77  W-IN-SUSPENDER              PIC X(01) VALUE 'N'.
       77  W-IN-ERRO-HIST              PIC X(01) VALUE 'N'.
      *
       01  W-DT-EXEC-AMD               PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES W-DT-EXEC-AMD.
           03  W-DT-EXEC-AAAA          PIC 9(04).
           03  W-DT-EXEC-MM            PIC 9(02).
           03  W-DT-EXEC-DD            PIC 9(02).
       01  W-HR-EXEC                   PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES W-HR-EXEC.
           03  W-HR-EXEC-HH            PIC 9(02).
           03  W-HR-EXEC-MI            PIC 9(02).
           03  W-HR-EXEC-SS            PIC 9(02).
           03  W-HR-EXEC-CC            PIC 9(02).
       01  W-DT-ULT-EXEC               PIC 9(08) VALUE ZEROS.
      *
      * Nomes da lista incluidos/alterados desde a ultima execucao, na
      * ordem da chave da BCI008W (pesquisa binaria)
       77  W-QT-VGLC                   PIC 9(05) VALUE ZEROS.
       01  W-TB-VGLC.
           03  W-VGL-OCR OCCURS 1 TO 20000 TIMES
                         DEPENDING ON W-QT-VGLC
                         ASCENDING KEY IS W-VGL-NM-VGLC
                         INDEXED BY W-IX-VGL.
               05  W-VGL-NM-VGLC       PIC X(60).
               05  W-VGL-CD-ACAO       PIC X(01).
               05  W-VGL-DT-INCL       PIC 9(08).
      *
      * Registro de origem em triagem
       77  W-CD-ORIG                   PIC X(01) VALUE SPACES.
           88  ORIG-BNFC-FREQ                    VALUE 'B'.
           88  ORIG-PERMANENTE                   VALUE 'P'.
           88  ORIG-ORDEM                        VALUE 'O'.
           88  ORIG-RETIDA                       VALUE 'S'.
       01  W-CD-IDFR-ORIG              PIC X(20) VALUE SPACES.
       01  FILLER REDEFINES W-CD-IDFR-ORIG.
           03  W-IDFR-CD-CLI           PIC 9(09).
           03  W-IDFR-CD-BNFC-FAVT     PIC 9(03).
           03  FILLER                  PIC X(08).
       01  FILLER REDEFINES W-CD-IDFR-ORIG.
           03  W-IDFR-NR-ORD-PGTO      PIC 9(10).
           03  FILLER                  PIC X(10).
       01  FILLER REDEFINES W-CD-IDFR-ORIG.
           03  W-IDFR-NR-SEQ           PIC 9(09).
           03  FILLER                  PIC X(11).
       01  W-CD-IDFR-GRP               PIC X(20) VALUE SPACES.
       77  W-CD-CLI-OCR                PIC 9(09) VALUE ZEROS.
       77  W-CD-PRF-DEPE-OCR           PIC 9(04) VALUE ZEROS.
       77  W-CD-IDFR-ORD-OCR           PIC 9(10) VALUE ZEROS.
       01  W-TX-ORIG-OCR               PIC X(44) VALUE SPACES.
      *
      * Normalizacao do nome (mesma regra do BCIS0272/110-000)
       77  W-IC-OGM                    PIC S9(04) COMP VALUE 0.
       77  W-IC-DST                    PIC S9(04) COMP VALUE 0.
       77  W-TX-ENTD                   PIC X(60) VALUE SPACES.
       77  W-TX-SAID                   PIC X(60) VALUE SPACES.
       01  W-NM-PSQ                    PIC X(60) VALUE SPACES.
       01  W-NM-NRMZ                   PIC X(60) VALUE SPACES.
      *
      * Apuracao das disposicoes de uma ordem permanente
       77  W-QT-LIB-GRP                PIC 9(05) VALUE ZEROS.
       77  W-QT-PEND-GRP               PIC 9(05) VALUE ZEROS.
       77  W-QT-ESC-GRP                PIC 9(05) VALUE ZEROS.
      *
      * Historico da ordem permanente - carimbo no formato timestamp,
      * com sequencial da execucao no lugar dos microssegundos
       77  W-CD-ACAO-HIST              PIC X(01) VALUE SPACES.
       77  W-IN-SIT-ANTR               PIC X(01) VALUE SPACES.
       77  W-IN-SIT-NOVO               PIC X(01) VALUE SPACES.
       01  W-TS-ALTC.
           03  W-TS-AAAA               PIC 9(04).
           03  FILLER                  PIC X(01) VALUE '-'.
           03  W-TS-MM                 PIC 9(02).
           03  FILLER                  PIC X(01) VALUE '-'.
           03  W-TS-DD                 PIC 9(02).
           03  FILLER                  PIC X(01) VALUE '-'.
           03  W-TS-HH                 PIC 9(02).
           03  FILLER                  PIC X(01) VALUE '.'.
           03  W-TS-MI                 PIC 9(02).
           03  FILLER                  PIC X(01) VALUE '.'.
           03  W-TS-SS                 PIC 9(02).
           03  FILLER                  PIC X(01) VALUE '.'.
           03  W-TS-NR-SEQ             PIC 9(06) VALUE ZEROS.
      *
      * Totais
       77  W-QT-LIDO-VGLC              PIC 9(07) VALUE ZEROS.
       77  W-QT-LIDO-BNFC              PIC 9(07) VALUE ZEROS.
       77  W-QT-LIDO-PERM              PIC 9(07) VALUE ZEROS.
       77  W-QT-LIDO-LOG               PIC 9(07) VALUE ZEROS.
       77  W-QT-ORD-ABERTA             PIC 9(07) VALUE ZEROS.
       77  W-QT-LIDO-RETIDA            PIC 9(07) VALUE ZEROS.
       77  W-QT-OCOR-NOVA              PIC 9(07) VALUE ZEROS.
       77  W-QT-OCOR-JA                PIC 9(07) VALUE ZEROS.
       77  W-QT-PERM-SUSP              PIC 9(07) VALUE ZEROS.
       77  W-QT-PERM-REAT              PIC 9(07) VALUE ZEROS.
       77  W-QT-ERRO-FILA              PIC 9(07) VALUE ZEROS.
       77  W-QT-ERRO-GRV               PIC 9(07) VALUE ZEROS.
      *
      * Simulacao do bloco EIB p/ chamar um programa CICS a partir de
      * batch puro (mesma tecnica do BCIS0269).
       01  DFHEIBLK.
           03  EIBCALEN                PIC S9(04) COMP.
           03  FILLER                  PIC X(84).
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
           03  FILLER                  PIC X(48) VALUE
               'BCIS0317 - RETRIAGEM DA LISTA DE VIGILANCIA DT='.
           03  W-CAB-DT-EXEC           PIC 9(08).
           03  FILLER                  PIC X(30) VALUE
               ' NOMES INCLUIDOS/ALTER. DESDE '.
           03  W-CAB-DT-ULT-EXEC       PIC 9(08).
      *
       01  W-LN-DETALHE.
           03  W-DET-TX-ORIG           PIC X(44).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-ACAO           PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-NM-VGLC           PIC X(50).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-TX-SIT            PIC X(34).
      *
       01  W-ED-CD-BNFC-FAVT           PIC 9(03).
       01  W-ED-NR-SEQ                 PIC Z(8)9.
      *
       01  W-LN-TOTAL-1.
           03  FILLER                  PIC X(32) VALUE
               'NOMES DA LISTA A TRIAR........:'.
           03  W-TOT-QT-VGLC           PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-2.
           03  FILLER                  PIC X(32) VALUE
               'BENEFICIARIOS FREQ. TRIADOS...:'.
           03  W-TOT-QT-BNFC           PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-3.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS PERMANENTES TRIADAS....:'.
           03  W-TOT-QT-PERM           PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-4.
           03  FILLER                  PIC X(32) VALUE
               'REGISTROS LIDOS DO LOG........:'.
           03  W-TOT-QT-LOG            PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-5.
           03  FILLER                  PIC X(32) VALUE
               'REGISTROS DE ORDEM EM ABERTO..:'.
           03  W-TOT-QT-ORD-ABERTA     PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-6.
           03  FILLER                  PIC X(32) VALUE
               'CREDITOS RETIDOS TRIADOS......:'.
           03  W-TOT-QT-RETIDA         PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-7.
           03  FILLER                  PIC X(32) VALUE
               'OCORRENCIAS ENFILEIRADAS......:'.
           03  W-TOT-QT-OCOR-NOVA      PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-8.
           03  FILLER                  PIC X(32) VALUE
               'OCORRENCIAS JA LEVANTADAS.....:'.
           03  W-TOT-QT-OCOR-JA        PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-9.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS PERMANENTES SUSPENSAS..:'.
           03  W-TOT-QT-PERM-SUSP      PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-10.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS PERMANENTES REATIVADAS.:'.
           03  W-TOT-QT-PERM-REAT      PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-11.
           03  FILLER                  PIC X(32) VALUE
               'OCORRENCIAS NAO ENFILEIRADAS..:'.
           03  W-TOT-QT-ERRO-FILA      PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-12.
           03  FILLER                  PIC X(32) VALUE
               'ERROS DE GRAVACAO.............:'.
           03  W-TOT-QT-ERRO-GRV       PIC ZZZZ.ZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 010000-ABRE-ARQUIVOS
           PERFORM 020000-DATA-EXECUCAO
           PERFORM 025000-CARREGA-LISTA
      *
           PERFORM 030000-LIBERA-PERMANENTES
      *
           IF  W-QT-VGLC GREATER ZEROS
               PERFORM 040000-TRIA-BNFC-FREQ
               PERFORM 045000-TRIA-PERMANENTES
               PERFORM 050000-TRIA-ORDENS
               PERFORM 055000-TRIA-RETIDAS
           ELSE
               DISPLAY 'BCIS0317 - Nenhum nome incluido/alterado na '
                       'lista desde ' W-DT-ULT-EXEC
           END-IF
      *
           PERFORM 080000-ESCREVE-TOTAL
      *
           IF  W-QT-OCOR-NOVA GREATER ZEROS
           OR  W-QT-ERRO-FILA GREATER ZEROS
           OR  W-QT-ERRO-GRV  GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
      *
           PERFORM 085000-ATUALIZA-CONTROLE
           PERFORM 090000-FECHA-ARQUIVOS
      *
           STOP RUN
           .
      *----------------------------------------------------------------*
       010000-ABRE-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      * A BCI297Q so e aberta na liberacao das ordens permanentes e
      * fechada antes do primeiro enfileiramento: o BCIS0297 a abre
      * I-O na mesma unidade de execucao (ver BCIS0303).
      *
           OPEN INPUT  ARQ-BCI008W
           OPEN I-O    ARQ-BCI317V
           OPEN INPUT  ARQ-BCI007B
           OPEN I-O    ARQ-BCI011O
           OPEN I-O    ARQ-BCI011H
           OPEN INPUT  ARQ-BCI277S
           OPEN INPUT  ARQ-BCI287S
           OPEN INPUT  LOGVGL
           OPEN OUTPUT RELRTG
      *
           IF  W-FS-BCI008W NOT EQUAL '00'
               DISPLAY 'BCIS0317 - Erro abertura BCI008W FS='
                       W-FS-BCI008W
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-BCI317V NOT EQUAL '00'
               DISPLAY 'BCIS0317 - Erro abertura BCI317V FS='
                       W-FS-BCI317V
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-BCI007B NOT EQUAL '00'
               DISPLAY 'BCIS0317 - Erro abertura BCI007B FS='
                       W-FS-BCI007B
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-BCI011O NOT EQUAL '00'
               DISPLAY 'BCIS0317 - Erro abertura BCI011O FS='
                       W-FS-BCI011O
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-BCI011H NOT EQUAL '00'
               DISPLAY 'BCIS0317 - Erro abertura BCI011H FS='
                       W-FS-BCI011H
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-BCI277S NOT EQUAL '00'
               DISPLAY 'BCIS0317 - Erro abertura BCI277S FS='
                       W-FS-BCI277S
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-BCI287S NOT EQUAL '00'
               DISPLAY 'BCIS0317 - Erro abertura BCI287S FS='
                       W-FS-BCI287S
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-LOGVGL NOT EQUAL '00'
               DISPLAY 'BCIS0317 - Erro abertura LOGVGL FS='
                       W-FS-LOGVGL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-RELRTG NOT EQUAL '00'
               DISPLAY 'BCIS0317 - Erro abertura RELRTG FS='
                       W-FS-RELRTG
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
      * Data da execucao anterior no registro de controle da BCI317V;
      * sem ele (primeira execucao) a lista inteira e triada.
      *
           ACCEPT W-DT-EXEC-AMD FROM DATE YYYYMMDD
           ACCEPT W-HR-EXEC     FROM TIME
      *
           MOVE SPACES TO REG-BCI317V-CHV
           READ ARQ-BCI317V
               INVALID KEY
                   MOVE 'N'   TO W-IN-CTL-EXISTE
                   MOVE ZEROS TO W-DT-ULT-EXEC
               NOT INVALID KEY
                   MOVE 'S'   TO W-IN-CTL-EXISTE
                   MOVE REG-BCI317V-DT-ULT-EXEC TO W-DT-ULT-EXEC
           END-READ
      *
           MOVE W-DT-EXEC-AMD TO W-CAB-DT-EXEC
           MOVE W-DT-ULT-EXEC TO W-CAB-DT-ULT-EXEC
           WRITE REG-RELRTG FROM W-LN-CABEC
           MOVE SPACES TO REG-RELRTG
           WRITE REG-RELRTG
           .
       020000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       025000-CARREGA-LISTA  SECTION.
      *----------------------------------------------------------------*
      * A BCIS008M grava a data na inclusao e na alteracao; a data da
      * execucao anterior entra de novo (nome incluido naquele dia
      * depois da execucao). O que ja foi levantado e barrado pela
      * BCI317V.
      *
       025000-LE.
           READ ARQ-BCI008W NEXT RECORD
               AT END
                   GO TO 025000-SAI
           END-READ
      *
           ADD 1 TO W-QT-LIDO-VGLC
      *
           IF  REG-BCI008W-DT-INCL LESS W-DT-ULT-EXEC
           OR  REG-BCI008W-NM-VGLC EQUAL SPACES
               GO TO 025000-LE
           END-IF
      *
           IF  W-QT-VGLC NOT LESS CTE-QT-MAX-VGLC
               DISPLAY 'BCIS0317 - Mais de ' CTE-QT-MAX-VGLC
                       ' nomes a triar - aumentar CTE-QT-MAX-VGLC;'
                       ' nada foi processado'
               PERFORM 090000-FECHA-ARQUIVOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           ADD 1 TO W-QT-VGLC
           MOVE REG-BCI008W-NM-VGLC TO W-VGL-NM-VGLC (W-QT-VGLC)
           MOVE REG-BCI008W-CD-ACAO TO W-VGL-CD-ACAO (W-QT-VGLC)
           MOVE REG-BCI008W-DT-INCL TO W-VGL-DT-INCL (W-QT-VGLC)
           GO TO 025000-LE
           .
       025000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       030000-LIBERA-PERMANENTES  SECTION.
      *----------------------------------------------------------------*
      * Ordens permanentes suspensas por esta retriagem: confere na
      * BCI297Q a disposicao das ocorrencias ainda pendentes. Todas
      * liberadas - reativa; alguma escalada - continua suspensa.
      *
           OPEN INPUT ARQ-BCI297Q
      *
           IF  W-FS-BCI297Q NOT EQUAL '00'
               DISPLAY 'BCIS0317 - Erro abertura BCI297Q FS='
                       W-FS-BCI297Q
               PERFORM 090000-FECHA-ARQUIVOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE 'N'        TO W-IN-FIM-BCI317V
           MOVE 'P'        TO REG-BCI317V-CD-ORIG
           MOVE LOW-VALUES TO REG-BCI317V-CD-IDFR-ORIG
                              REG-BCI317V-NM-VGLC
           START ARQ-BCI317V KEY IS NOT LESS REG-BCI317V-CHV
               INVALID KEY
                   MOVE 'S' TO W-IN-FIM-BCI317V
           END-START
      *
           IF  NOT FIM-BCI317V
               PERFORM 031000-LE-BCI317V
           END-IF
      *
           PERFORM 032000-TRATA-PERMANENTE UNTIL FIM-BCI317V
      *
           CLOSE ARQ-BCI297Q
           .
       030000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       031000-LE-BCI317V  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-BCI317V NEXT RECORD
               AT END
                   MOVE 'S' TO W-IN-FIM-BCI317V
                   GO TO 031000-SAI
           END-READ
      *
           IF  REG-BCI317V-CD-ORIG NOT EQUAL 'P'
               MOVE 'S' TO W-IN-FIM-BCI317V
           END-IF
           .
       031000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       032000-TRATA-PERMANENTE  SECTION.
      *----------------------------------------------------------------*
      * Quebra por ordem permanente (cliente + beneficiario).
      *
           MOVE REG-BCI317V-CD-IDFR-ORIG TO W-CD-IDFR-GRP
           MOVE ZEROS TO W-QT-LIB-GRP
                         W-QT-PEND-GRP
                         W-QT-ESC-GRP
      *
           PERFORM 034000-VERIFICA-DISPOSICAO
               UNTIL FIM-BCI317V
               OR    REG-BCI317V-CD-IDFR-ORIG NOT EQUAL W-CD-IDFR-GRP
      *
           IF  W-QT-LIB-GRP  GREATER ZEROS
           AND W-QT-PEND-GRP EQUAL ZEROS
           AND W-QT-ESC-GRP  EQUAL ZEROS
               PERFORM 036000-REATIVA-PERMANENTE
           END-IF
           .
       032000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       034000-VERIFICA-DISPOSICAO  SECTION.
      *----------------------------------------------------------------*
      *
           IF  REG-BCI317V-IN-SUSP-AUTO NOT EQUAL 'S'
               PERFORM 031000-LE-BCI317V
               GO TO 034000-SAI
           END-IF
      *
           IF  REG-BCI317V-CONFIRMADA
               ADD 1 TO W-QT-ESC-GRP
           END-IF
      *
           IF  NOT REG-BCI317V-PENDENTE
               PERFORM 031000-LE-BCI317V
               GO TO 034000-SAI
           END-IF
      *
           MOVE REG-BCI317V-NR-SEQ-FILA TO REG-BCI297Q-NR-SEQ
           READ ARQ-BCI297Q
               INVALID KEY
                   ADD 1 TO W-QT-PEND-GRP
                   DISPLAY 'BCIS0317 - Item ' REG-BCI317V-NR-SEQ-FILA
                           ' da BCI297Q nao encontrado'
                   PERFORM 031000-LE-BCI317V
                   GO TO 034000-SAI
           END-READ
      *
           EVALUATE REG-BCI297Q-CD-EST
               WHEN 'C'
                   MOVE 'L' TO REG-BCI317V-CD-EST-RTRG
                   ADD 1    TO W-QT-LIB-GRP
               WHEN 'E'
                   MOVE 'C' TO REG-BCI317V-CD-EST-RTRG
                   ADD 1    TO W-QT-ESC-GRP
               WHEN OTHER
                   ADD 1    TO W-QT-PEND-GRP
                   PERFORM 031000-LE-BCI317V
                   GO TO 034000-SAI
           END-EVALUATE
      *
           MOVE W-DT-EXEC-AMD TO REG-BCI317V-DT-SIT
           REWRITE REG-BCI317V
               INVALID KEY
                   ADD 1 TO W-QT-ERRO-GRV
                   DISPLAY 'BCIS0317 - Erro regravacao BCI317V FS='
                           W-FS-BCI317V
           END-REWRITE
      *
           PERFORM 031000-LE-BCI317V
           .
       034000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       036000-REATIVA-PERMANENTE  SECTION.
      *----------------------------------------------------------------*
      * So reativa o que esta suspenso por esta retriagem; suspensao
      * ou reativacao feita na tela depois disso prevalece.
      *
           MOVE W-CD-IDFR-GRP          TO W-CD-IDFR-ORIG
           MOVE W-IDFR-CD-CLI          TO REG-BCI011O-CD-CLI
           MOVE W-IDFR-CD-BNFC-FAVT    TO REG-BCI011O-CD-BNFC-FAVT
      *
           READ ARQ-BCI011O
               INVALID KEY
                   GO TO 036000-SAI
           END-READ
      *
           IF  REG-BCI011O-IN-SIT      NOT EQUAL 'S'
           OR  REG-BCI011O-CD-USU-ALTC NOT EQUAL 'BCIS0317'
               GO TO 036000-SAI
           END-IF
      *
           MOVE 'R' TO W-CD-ACAO-HIST
           MOVE 'S' TO W-IN-SIT-ANTR
           MOVE 'A' TO W-IN-SIT-NOVO
           PERFORM 038000-GRAVA-HISTORICO
           IF  W-IN-ERRO-HIST EQUAL 'S'
               GO TO 036000-SAI
           END-IF
      *
           MOVE 'A'           TO REG-BCI011O-IN-SIT
           MOVE 'BCIS0317'    TO REG-BCI011O-CD-USU-ALTC
           MOVE W-DT-EXEC-AMD TO REG-BCI011O-DT-ALTC
           REWRITE REG-BCI011O
               INVALID KEY
                   ADD 1 TO W-QT-ERRO-GRV
                   DISPLAY 'BCIS0317 - Erro reativacao BCI011O FS='
                           W-FS-BCI011O
                   GO TO 036000-SAI
           END-REWRITE
      *
           ADD 1 TO W-QT-PERM-REAT
      *
           MOVE 'P'                      TO W-CD-ORIG
           MOVE REG-BCI011O-CD-BNFC-FAVT TO W-ED-CD-BNFC-FAVT
           PERFORM 046000-MONTA-ORIG-PERM
           MOVE W-TX-ORIG-OCR            TO W-DET-TX-ORIG
           MOVE SPACES                   TO W-DET-CD-ACAO
                                            W-DET-NM-VGLC
           MOVE 'REATIVADA - LIBERADA PELO COMPL.' TO W-DET-TX-SIT
           WRITE REG-RELRTG FROM W-LN-DETALHE
           .
       036000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       038000-GRAVA-HISTORICO  SECTION.
      *----------------------------------------------------------------*
      * Mesmo registro do BCIS011M/210-000 p/ a suspensao ('S') e a
      * reativacao ('R') feitas por este batch.
      *
           MOVE 'N' TO W-IN-ERRO-HIST
           ADD 1    TO W-TS-NR-SEQ
      *
           MOVE W-DT-EXEC-AAAA           TO W-TS-AAAA
           MOVE W-DT-EXEC-MM             TO W-TS-MM
           MOVE W-DT-EXEC-DD             TO W-TS-DD
           MOVE W-HR-EXEC-HH             TO W-TS-HH
           MOVE W-HR-EXEC-MI             TO W-TS-MI
           MOVE W-HR-EXEC-SS             TO W-TS-SS
      *
           MOVE REG-BCI011O-CD-CLI       TO REG-BCI011H-CD-CLI
           MOVE REG-BCI011O-CD-BNFC-FAVT TO REG-BCI011H-CD-BNFC-FAVT
           MOVE W-TS-ALTC                TO REG-BCI011H-TS-ALTC
           MOVE 'BCIS0317'               TO REG-BCI011H-CD-USU
           MOVE W-CD-ACAO-HIST           TO REG-BCI011H-CD-ACAO
           MOVE REG-BCI011O-VL-MOEE      TO REG-BCI011H-VL-ANTR
                                            REG-BCI011H-VL-NOVO
           MOVE W-IN-SIT-ANTR            TO REG-BCI011H-IN-SIT-ANTR
           MOVE W-IN-SIT-NOVO            TO REG-BCI011H-IN-SIT-NOVO
      *
           WRITE REG-BCI011H
               INVALID KEY
                   MOVE 'S' TO W-IN-ERRO-HIST
                   ADD 1    TO W-QT-ERRO-GRV
                   DISPLAY 'BCIS0317 - Erro gravacao BCI011H CLI='
                           REG-BCI011O-CD-CLI ' BNFC='
                           REG-BCI011O-CD-BNFC-FAVT ' FS='
                           W-FS-BCI011H
           END-WRITE
           .
       038000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       040000-TRIA-BNFC-FREQ  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'B' TO W-CD-ORIG
           .
      *
       040000-LE.
           READ ARQ-BCI007B NEXT RECORD
               AT END
                   MOVE 'S' TO W-IN-FIM-BCI007B
                   GO TO 040000-SAI
           END-READ
      *
           ADD 1 TO W-QT-LIDO-BNFC
      *
           MOVE SPACES                   TO W-CD-IDFR-ORIG
           MOVE REG-BCI007B-CD-CLI       TO W-IDFR-CD-CLI
           MOVE REG-BCI007B-CD-BNFC-FAVT TO W-IDFR-CD-BNFC-FAVT
           MOVE REG-BCI007B-CD-CLI       TO W-CD-CLI-OCR
           MOVE ZEROS                    TO W-CD-PRF-DEPE-OCR
                                            W-CD-IDFR-ORD-OCR
           MOVE REG-BCI007B-CD-BNFC-FAVT TO W-ED-CD-BNFC-FAVT
           MOVE SPACES                   TO W-TX-ORIG-OCR
           STRING 'BCI007B CLI ' REG-BCI007B-CD-CLI
                  ' BNFC ' W-ED-CD-BNFC-FAVT
                  DELIMITED BY SIZE
                  INTO W-TX-ORIG-OCR
           END-STRING
      *
           MOVE REG-BCI007B-NM-BNFC     TO W-NM-PSQ
           PERFORM 060000-PESQUISA-NOME
           MOVE REG-BCI007B-NM-BCO-BNFC TO W-NM-PSQ
           PERFORM 060000-PESQUISA-NOME
      *
           GO TO 040000-LE
           .
       040000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       045000-TRIA-PERMANENTES  SECTION.
      *----------------------------------------------------------------*
      * Tomador da ordem permanente e nomes do beneficiario frequente
      * ligado; ocorrencia suspende a ordem ativa.
      *
           MOVE 'N'        TO W-IN-FIM-BCI011O
           MOVE LOW-VALUES TO REG-BCI011O-CHV
           START ARQ-BCI011O KEY IS NOT LESS REG-BCI011O-CHV
               INVALID KEY
                   GO TO 045000-SAI
           END-START
           .
      *
       045000-LE.
           READ ARQ-BCI011O NEXT RECORD
               AT END
                   MOVE 'S' TO W-IN-FIM-BCI011O
                   GO TO 045000-SAI
           END-READ
      *
           ADD 1 TO W-QT-LIDO-PERM
      *
           MOVE 'P'                         TO W-CD-ORIG
           MOVE 'N'                         TO W-IN-SUSPENDER
           MOVE REG-BCI011O-CD-CLI          TO W-CD-CLI-OCR
           MOVE REG-BCI011O-CD-PRF-DEPE-EMT TO W-CD-PRF-DEPE-OCR
           MOVE ZEROS                       TO W-CD-IDFR-ORD-OCR
           MOVE REG-BCI011O-CD-BNFC-FAVT    TO W-ED-CD-BNFC-FAVT
           PERFORM 046000-MONTA-ORIG-PERM
      *
           MOVE REG-BCI011O-NM-TMDR     TO W-NM-PSQ
           PERFORM 060000-PESQUISA-NOME
      *
           MOVE REG-BCI011O-CD-CLI       TO REG-BCI007B-CD-CLI
           MOVE REG-BCI011O-CD-BNFC-FAVT TO REG-BCI007B-CD-BNFC-FAVT
           READ ARQ-BCI007B
               INVALID KEY
                   MOVE SPACES TO REG-BCI007B-NM-BNFC
                                  REG-BCI007B-NM-BCO-BNFC
           END-READ
      *
           MOVE REG-BCI007B-NM-BNFC     TO W-NM-PSQ
           PERFORM 060000-PESQUISA-NOME
           MOVE REG-BCI007B-NM-BCO-BNFC TO W-NM-PSQ
           PERFORM 060000-PESQUISA-NOME
      *
           IF  W-IN-SUSPENDER EQUAL 'S'
           AND REG-BCI011O-IN-SIT EQUAL 'A'
               PERFORM 048000-SUSPENDE-PERMANENTE
           END-IF
      *
           GO TO 045000-LE
           .
       045000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       046000-MONTA-ORIG-PERM  SECTION.
      *----------------------------------------------------------------*
      * Identificador e texto de origem da ordem permanente corrente.
      *
           MOVE SPACES                   TO W-CD-IDFR-ORIG
           MOVE REG-BCI011O-CD-CLI       TO W-IDFR-CD-CLI
           MOVE REG-BCI011O-CD-BNFC-FAVT TO W-IDFR-CD-BNFC-FAVT
           MOVE SPACES                   TO W-TX-ORIG-OCR
           STRING 'BCI011O CLI ' REG-BCI011O-CD-CLI
                  ' BNFC ' W-ED-CD-BNFC-FAVT
                  ' DEPE ' REG-BCI011O-CD-PRF-DEPE-EMT
                  DELIMITED BY SIZE
                  INTO W-TX-ORIG-OCR
           END-STRING
           .
       046000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       048000-SUSPENDE-PERMANENTE  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'S' TO W-CD-ACAO-HIST
           MOVE 'A' TO W-IN-SIT-ANTR
           MOVE 'S' TO W-IN-SIT-NOVO
           PERFORM 038000-GRAVA-HISTORICO
           IF  W-IN-ERRO-HIST EQUAL 'S'
               GO TO 048000-SAI
           END-IF
      *
           MOVE 'S'           TO REG-BCI011O-IN-SIT
           MOVE 'BCIS0317'    TO REG-BCI011O-CD-USU-ALTC
           MOVE W-DT-EXEC-AMD TO REG-BCI011O-DT-ALTC
           REWRITE REG-BCI011O
               INVALID KEY
                   ADD 1 TO W-QT-ERRO-GRV
                   DISPLAY 'BCIS0317 - Erro suspensao BCI011O FS='
                           W-FS-BCI011O
                   GO TO 048000-SAI
           END-REWRITE
      *
           ADD 1 TO W-QT-PERM-SUSP
      *
           MOVE W-TX-ORIG-OCR TO W-DET-TX-ORIG
           MOVE SPACES        TO W-DET-CD-ACAO
                                 W-DET-NM-VGLC
           MOVE 'SUSPENSA ATE DISPOSICAO DO COMPL.' TO W-DET-TX-SIT
           WRITE REG-RELRTG FROM W-LN-DETALHE
           .
       048000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       050000-TRIA-ORDENS  SECTION.
      *----------------------------------------------------------------*
      * Ordens do extrato ainda em aberto no acompanhamento - mesmos
      * estados da varredura do BCIS0303.
      *
           MOVE 'O' TO W-CD-ORIG
           .
      *
       050000-LE.
           READ LOGVGL
               AT END
                   MOVE 'S' TO W-IN-FIM-LOGVGL
                   GO TO 050000-SAI
           END-READ
      *
           ADD 1 TO W-QT-LIDO-LOG
      *
           MOVE LOGVGL-NR-ORD-PGTO TO REG-BCI277S-CD-IDFR-ORD
           READ ARQ-BCI277S
               INVALID KEY
                   GO TO 050000-LE
           END-READ
      *
           IF  REG-BCI277S-CD-EST-ATU NOT EQUAL 'R'
           AND REG-BCI277S-CD-EST-ATU NOT EQUAL 'S'
           AND REG-BCI277S-CD-EST-ATU NOT EQUAL 'A'
           AND REG-BCI277S-CD-EST-ATU NOT EQUAL 'E'
           AND REG-BCI277S-CD-EST-ATU NOT EQUAL 'Q'
           AND REG-BCI277S-CD-EST-ATU NOT EQUAL 'K'
           AND REG-BCI277S-CD-EST-ATU NOT EQUAL 'N'
               GO TO 050000-LE
           END-IF
      *
           ADD 1 TO W-QT-ORD-ABERTA
      *
           MOVE SPACES             TO W-CD-IDFR-ORIG
           MOVE LOGVGL-NR-ORD-PGTO TO W-IDFR-NR-ORD-PGTO
           MOVE LOGVGL-CD-CLI      TO W-CD-CLI-OCR
           MOVE LOGVGL-CD-PRF-DEPE TO W-CD-PRF-DEPE-OCR
           MOVE LOGVGL-NR-ORD-PGTO TO W-CD-IDFR-ORD-OCR
           MOVE SPACES             TO W-TX-ORIG-OCR
           STRING 'ORDEM ' LOGVGL-NR-ORD-PGTO
                  ' CLI ' LOGVGL-CD-CLI
                  ' EST ' REG-BCI277S-CD-EST-ATU
                  DELIMITED BY SIZE
                  INTO W-TX-ORIG-OCR
           END-STRING
      *
           MOVE LOGVGL-NM-TMDR     TO W-NM-PSQ
           PERFORM 060000-PESQUISA-NOME
           MOVE LOGVGL-NM-BNFC     TO W-NM-PSQ
           PERFORM 060000-PESQUISA-NOME
           MOVE LOGVGL-NM-PRCA-DST TO W-NM-PSQ
           PERFORM 060000-PESQUISA-NOME
           MOVE LOGVGL-NM-HDNG-DST TO W-NM-PSQ
           PERFORM 060000-PESQUISA-NOME
      *
           GO TO 050000-LE
           .
       050000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       055000-TRIA-RETIDAS  SECTION.
      *----------------------------------------------------------------*
      * Creditos recebidos ainda retidos ('P'); o registro de chave
      * zero e o controle da sequencia da BCI287S.
      *
           MOVE 'S' TO W-CD-ORIG
           .
      *
       055000-LE.
           READ ARQ-BCI287S NEXT RECORD
               AT END
                   MOVE 'S' TO W-IN-FIM-BCI287S
                   GO TO 055000-SAI
           END-READ
      *
           IF  REG-BCI287S-NR-SEQ      EQUAL ZEROS
           OR  REG-BCI287S-CD-EST-SUSP NOT EQUAL 'P'
               GO TO 055000-LE
           END-IF
      *
           ADD 1 TO W-QT-LIDO-RETIDA
      *
           MOVE SPACES                  TO W-CD-IDFR-ORIG
           MOVE REG-BCI287S-NR-SEQ      TO W-IDFR-NR-SEQ
           MOVE ZEROS                   TO W-CD-CLI-OCR
                                           W-CD-IDFR-ORD-OCR
           MOVE REG-BCI287S-CD-PRF-DEPE TO W-CD-PRF-DEPE-OCR
           MOVE REG-BCI287S-NR-SEQ      TO W-ED-NR-SEQ
           MOVE SPACES                  TO W-TX-ORIG-OCR
           STRING 'BCI287S SEQ ' W-ED-NR-SEQ
                  ' MSG ' REG-BCI287S-CD-IDFR-MSG
                  DELIMITED BY SIZE
                  INTO W-TX-ORIG-OCR
           END-STRING
      *
           MOVE REG-BCI287S-NM-ORDN     TO W-NM-PSQ
           PERFORM 060000-PESQUISA-NOME
           MOVE REG-BCI287S-NM-BNFC     TO W-NM-PSQ
           PERFORM 060000-PESQUISA-NOME
      *
           GO TO 055000-LE
           .
       055000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       060000-PESQUISA-NOME  SECTION.
      *----------------------------------------------------------------*
      * Nome em W-NM-PSQ contra a tabela de nomes a triar; igualdade
      * do nome normalizado, como no BCIS0272.
      *
           PERFORM 062000-NORMALIZA-NOME
      *
           IF  W-NM-NRMZ EQUAL SPACES
               GO TO 060000-SAI
           END-IF
      *
           SEARCH ALL W-VGL-OCR
               AT END
                   CONTINUE
               WHEN W-VGL-NM-VGLC (W-IX-VGL) EQUAL W-NM-NRMZ
                   PERFORM 070000-TRATA-OCORRENCIA
           END-SEARCH
           .
       060000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       062000-NORMALIZA-NOME  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE W-NM-PSQ TO W-TX-ENTD
           INSPECT W-TX-ENTD CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
      *
           MOVE ZEROS TO W-IC-DST
           MOVE SPACE TO W-TX-SAID
           PERFORM 064000-COPIA-CARACTER
               VARYING W-IC-OGM FROM 01 BY 01
               UNTIL W-IC-OGM GREATER LENGTH OF W-TX-ENTD
      *
           MOVE W-TX-SAID TO W-NM-NRMZ
           .
       062000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       064000-COPIA-CARACTER  SECTION.
      *----------------------------------------------------------------*
      *
           IF  W-TX-ENTD(W-IC-OGM:01) EQUAL SPACES
               IF  W-IC-DST GREATER ZERO
               AND W-IC-OGM LESS LENGTH OF W-TX-ENTD
                   IF  W-TX-ENTD(W-IC-OGM + 01:01) NOT EQUAL SPACES
                       ADD 01 TO W-IC-DST
                       MOVE W-TX-ENTD(W-IC-OGM:01)
                          TO W-TX-SAID(W-IC-DST:01)
                   END-IF
               END-IF
           ELSE
               ADD 01 TO W-IC-DST
               MOVE W-TX-ENTD(W-IC-OGM:01) TO W-TX-SAID(W-IC-DST:01)
           END-IF
           .
       064000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       070000-TRATA-OCORRENCIA  SECTION.
      *----------------------------------------------------------------*
      * Ocorrencia ja levantada (mesma origem, nome e acao) nao volta
      * p/ a fila; nome que mudou de acao na lista e levantado de novo.
      * Na ordem permanente, ocorrencia ainda pendente que a suspendeu
      * mantem o pedido de suspensao (reexecucao apos interrupcao).
      *
           MOVE W-CD-ORIG                 TO REG-BCI317V-CD-ORIG
           MOVE W-CD-IDFR-ORIG            TO REG-BCI317V-CD-IDFR-ORIG
           MOVE W-VGL-NM-VGLC (W-IX-VGL)  TO REG-BCI317V-NM-VGLC
      *
           READ ARQ-BCI317V
               INVALID KEY
                   MOVE 'N' TO W-IN-OCOR-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO W-IN-OCOR-EXISTE
           END-READ
      *
           IF  W-IN-OCOR-EXISTE EQUAL 'S'
           AND REG-BCI317V-CD-ACAO-LST EQUAL W-VGL-CD-ACAO (W-IX-VGL)
               ADD 1 TO W-QT-OCOR-JA
               IF  ORIG-PERMANENTE
               AND REG-BCI317V-PENDENTE
               AND REG-BCI317V-IN-SUSP-AUTO EQUAL 'S'
                   MOVE 'S' TO W-IN-SUSPENDER
               END-IF
               GO TO 070000-SAI
           END-IF
      *
           PERFORM 072000-ENFILEIRA-OCORRENCIA
      *
           MOVE W-TX-ORIG-OCR             TO W-DET-TX-ORIG
           MOVE W-VGL-CD-ACAO (W-IX-VGL)  TO W-DET-CD-ACAO
           MOVE W-VGL-NM-VGLC (W-IX-VGL)  TO W-DET-NM-VGLC
      *
           IF  K0297-CD-RTN NOT EQUAL ZEROS
               ADD 1 TO W-QT-ERRO-FILA
               DISPLAY 'BCIS0317 - Ocorrencia nao enfileirada ('
                       W-TX-ORIG-OCR '): ' K0297-TX-MSG-RTN
               MOVE 'ERRO AO ENFILEIRAR' TO W-DET-TX-SIT
               WRITE REG-RELRTG FROM W-LN-DETALHE
               GO TO 070000-SAI
           END-IF
      *
           ADD 1 TO W-QT-OCOR-NOVA
           MOVE K0297-NR-SEQ TO W-ED-NR-SEQ
           MOVE SPACES       TO W-DET-TX-SIT
           STRING 'ENFILEIRADA BCI297Q ' W-ED-NR-SEQ
                  DELIMITED BY SIZE
                  INTO W-DET-TX-SIT
           END-STRING
           WRITE REG-RELRTG FROM W-LN-DETALHE
      *
           MOVE W-CD-ORIG                 TO REG-BCI317V-CD-ORIG
           MOVE W-CD-IDFR-ORIG            TO REG-BCI317V-CD-IDFR-ORIG
           MOVE W-VGL-NM-VGLC (W-IX-VGL)  TO REG-BCI317V-NM-VGLC
           MOVE SPACES                    TO REG-BCI317V-DADOS
           MOVE W-VGL-CD-ACAO (W-IX-VGL)  TO REG-BCI317V-CD-ACAO-LST
           MOVE K0297-NR-SEQ              TO REG-BCI317V-NR-SEQ-FILA
           MOVE W-DT-EXEC-AMD             TO REG-BCI317V-DT-DTCC
                                             REG-BCI317V-DT-SIT
           MOVE 'P'                       TO REG-BCI317V-CD-EST-RTRG
           MOVE 'N'                       TO REG-BCI317V-IN-SUSP-AUTO
      *
           IF  ORIG-PERMANENTE
               IF  REG-BCI011O-IN-SIT EQUAL 'A'
               OR (REG-BCI011O-IN-SIT EQUAL 'S' AND
                   REG-BCI011O-CD-USU-ALTC EQUAL 'BCIS0317')
                   MOVE 'S' TO REG-BCI317V-IN-SUSP-AUTO
                   MOVE 'S' TO W-IN-SUSPENDER
               END-IF
           END-IF
      *
           IF  W-IN-OCOR-EXISTE EQUAL 'S'
               REWRITE REG-BCI317V
                   INVALID KEY
                       ADD 1 TO W-QT-ERRO-GRV
                       DISPLAY 'BCIS0317 - Erro regravacao BCI317V FS='
                               W-FS-BCI317V
               END-REWRITE
           ELSE
               WRITE REG-BCI317V
                   INVALID KEY
                       ADD 1 TO W-QT-ERRO-GRV
                       DISPLAY 'BCIS0317 - Erro gravacao BCI317V FS='
                               W-FS-BCI317V
               END-WRITE
           END-IF
           .
       070000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       072000-ENFILEIRA-OCORRENCIA  SECTION.
      *----------------------------------------------------------------*
      * A origem vai no motivo; o nome da lista na ocorrencia.
      *
           INITIALIZE L-BCIS0297
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0
      *
           MOVE 1              TO K0297-CD-FUC
           MOVE 'RETRIAG-VGLC' TO K0297-CD-RGR
      *
           STRING 'RETRIAGEM ACAO ' W-VGL-CD-ACAO (W-IX-VGL) ' '
                  W-TX-ORIG-OCR
                  DELIMITED BY SIZE
                  INTO K0297-TX-MTV
           END-STRING
      *
           MOVE W-VGL-NM-VGLC (W-IX-VGL) TO K0297-NM-OCOR
           MOVE W-CD-IDFR-ORD-OCR        TO K0297-CD-IDFR-ORD
           MOVE W-CD-CLI-OCR             TO K0297-CD-CLI
           MOVE W-CD-PRF-DEPE-OCR        TO K0297-CD-PRF-DEPE
           MOVE 'BCIS0317'               TO K0297-CD-USU
           MOVE W-DT-EXEC-AMD            TO K0297-DT-ATU
           MOVE W-HR-EXEC (1:6)          TO K0297-HR-ATU
      *
           MOVE LENGTH OF L-BCIS0297 TO EIBCALEN
           CALL BCIS0297 USING DFHEIBLK L-BCIS0297
           .
       072000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       080000-ESCREVE-TOTAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES             TO REG-RELRTG
           WRITE REG-RELRTG
      *
           MOVE W-QT-VGLC          TO W-TOT-QT-VGLC
           WRITE REG-RELRTG        FROM W-LN-TOTAL-1
           MOVE W-QT-LIDO-BNFC     TO W-TOT-QT-BNFC
           WRITE REG-RELRTG        FROM W-LN-TOTAL-2
           MOVE W-QT-LIDO-PERM     TO W-TOT-QT-PERM
           WRITE REG-RELRTG        FROM W-LN-TOTAL-3
           MOVE W-QT-LIDO-LOG      TO W-TOT-QT-LOG
           WRITE REG-RELRTG        FROM W-LN-TOTAL-4
           MOVE W-QT-ORD-ABERTA    TO W-TOT-QT-ORD-ABERTA
           WRITE REG-RELRTG        FROM W-LN-TOTAL-5
           MOVE W-QT-LIDO-RETIDA   TO W-TOT-QT-RETIDA
           WRITE REG-RELRTG        FROM W-LN-TOTAL-6
           MOVE W-QT-OCOR-NOVA     TO W-TOT-QT-OCOR-NOVA
           WRITE REG-RELRTG        FROM W-LN-TOTAL-7
           MOVE W-QT-OCOR-JA       TO W-TOT-QT-OCOR-JA
           WRITE REG-RELRTG        FROM W-LN-TOTAL-8
           MOVE W-QT-PERM-SUSP     TO W-TOT-QT-PERM-SUSP
           WRITE REG-RELRTG        FROM W-LN-TOTAL-9
           MOVE W-QT-PERM-REAT     TO W-TOT-QT-PERM-REAT
           WRITE REG-RELRTG        FROM W-LN-TOTAL-10
           MOVE W-QT-ERRO-FILA     TO W-TOT-QT-ERRO-FILA
           WRITE REG-RELRTG        FROM W-LN-TOTAL-11
           MOVE W-QT-ERRO-GRV      TO W-TOT-QT-ERRO-GRV
           WRITE REG-RELRTG        FROM W-LN-TOTAL-12
           .
       080000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       085000-ATUALIZA-CONTROLE  SECTION.
      *----------------------------------------------------------------*
      * Com erro, a data fica onde estava: a proxima execucao tria o
      * mesmo intervalo e a BCI317V barra o que ja foi levantado.
      *
           IF  W-QT-ERRO-FILA GREATER ZEROS
           OR  W-QT-ERRO-GRV  GREATER ZEROS
               DISPLAY 'BCIS0317 - Execucao com erro - data de '
                       'controle mantida em ' W-DT-ULT-EXEC
               GO TO 085000-SAI
           END-IF
      *
           MOVE SPACES        TO REG-BCI317V
           MOVE W-DT-EXEC-AMD TO REG-BCI317V-DT-ULT-EXEC
      *
           IF  W-IN-CTL-EXISTE EQUAL 'S'
               REWRITE REG-BCI317V
                   INVALID KEY
                       DISPLAY 'BCIS0317 - Erro regravacao controle '
                               'BCI317V FS=' W-FS-BCI317V
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE REG-BCI317V
                   INVALID KEY
                       DISPLAY 'BCIS0317 - Erro gravacao controle '
                               'BCI317V FS=' W-FS-BCI317V
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           END-IF
           .
       085000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       090000-FECHA-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-BCI008W
           CLOSE ARQ-BCI317V
           CLOSE ARQ-BCI007B
           CLOSE ARQ-BCI011O
           CLOSE ARQ-BCI011H
           CLOSE ARQ-BCI277S
           CLOSE ARQ-BCI287S
           CLOSE LOGVGL
           CLOSE RELRTG
           .
       090000-SAI.
           EXIT
           .
