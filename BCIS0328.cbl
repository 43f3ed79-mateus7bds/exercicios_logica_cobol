      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0328
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Reembolso automatico ao cliente das ordens
      *             devolvidas pelo correspondente e casadas pelo
      *             BCIS0279 (extrato DEVCAS), no lugar do credito
      *             manual. Para cada devolucao casada:
      *             1) confere no acompanhamento (BCIS0277) que a ordem
      *                esta devolvida ('D') - ja reembolsada ('V') e
      *                ignorada, o que torna o run reprocessavel;
      *             2) recupera no registro do VET (BCIS0325) o valor
      *                original em moeda nacional, as tarifas e a data
      *                do registro da ordem;
      *             3) converte o valor devolvido em moeda nacional
      *                pela taxa de compra do OPES824S na data da
      *                devolucao (ramo multiplicador/divisor, como no
      *                890-000 do OPES500V);
      *             4) tarifa: com CTE-IN-DEVL-TARF = 'S' a tarifa da
      *                ordem e devolvida - em dinheiro quando foi
      *                debitada ou ja faturada; a tarifa ainda so
      *                acumulada p/ faturamento mensal (BCIS0326) e
      *                cancelada e sai da fatura;
      *             5) gera o credito na conta do tomador (CRDCLI), o
      *                jogo balanceado no CNTSAI (mesmo layout do
      *                BCIS0281: debito nostro pelo principal, debito
      *                de receita de tarifa pela tarifa devolvida e
      *                credito do cliente pelo total) e o aviso de
      *                credito AVSSAI (layout do BCIS0287) p/ a agencia
      *                informar o cliente;
      *             6) estorna o valor da ordem no acumulador do
      *                cliente (BCIS0271, funcao 3, no dia e mes do
      *                registro) e na posicao de cambio (BCIS0294,
      *                funcao 2, na data de liquidacao);
      *             7) grava o evento 'V' (reembolsada) no
      *                acompanhamento.
      *             Devolucao que nao pode ser reembolsada sai no
      *             relatorio RELREE como excecao; falha no estorno do
      *             acumulador/posicao nao impede o reembolso e fica
      *             destacada. Excecao ou estorno pendente encerram com
      *             RETURN-CODE 4.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0328.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVCAS ASSIGN TO DEVCAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-DEVCAS.
      *
           SELECT CRDCLI ASSIGN TO CRDCLI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-CRDCLI.
      *
           SELECT CNTSAI ASSIGN TO CNTSAI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-CNTSAI.
      *
           SELECT AVSSAI ASSIGN TO AVSSAI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-AVSSAI.
      *
           SELECT RELREE ASSIGN TO RELREE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-RELREE.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *
      * Devolucoes casadas pelo BCIS0279.
       FD  DEVCAS
           RECORDING MODE IS F.
       01  REG-DEVCAS.
           03  DEVCAS-NR-ORD-PGTO          PIC 9(10).
           03  DEVCAS-CD-IDFR-MT103        PIC X(16).
           03  DEVCAS-VL-MOEE              PIC 9(13)V9(02).
           03  DEVCAS-CD-SWFT-BNFC         PIC X(11).
           03  DEVCAS-DT-DEV               PIC 9(08).
           03  DEVCAS-DT-DEV-R REDEFINES DEVCAS-DT-DEV.
               05  DEVCAS-AA-DEV           PIC 9(04).
               05  DEVCAS-MM-DEV           PIC 9(02).
               05  DEVCAS-DD-DEV           PIC 9(02).
           03  DEVCAS-TX-MTV               PIC X(35).
           03  DEVCAS-CD-PRF-DEPE-EMT      PIC 9(04).
           03  DEVCAS-NR-CC-TMDR           PIC 9(11).
           03  DEVCAS-CD-TIP-MC            PIC X(01).
           03  FILLER                      PIC X(19).
      *
      * Credito em conta corrente do tomador - um registro por
      * reembolso.
       FD  CRDCLI
           RECORDING MODE IS F.
       01  REG-CRDCLI.
           03  CRDCLI-CD-PRF-DEPE          PIC 9(04).
           03  CRDCLI-NR-CC                PIC 9(11).
           03  CRDCLI-CD-CLI               PIC 9(09).
           03  CRDCLI-DT-MVT               PIC 9(08).
           03  CRDCLI-VL-CRD               PIC 9(13)V9(02).
           03  CRDCLI-NR-ORD-PGTO          PIC 9(10).
           03  CRDCLI-TX-HST               PIC X(30).
           03  FILLER                      PIC X(13).
      *
      * Interface contabil - um registro por lancamento (mesmo layout
      * do BCIS0281).
       FD  CNTSAI
           RECORDING MODE IS F.
       01  REG-CNTSAI.
           03  CNTSAI-DT-MVT               PIC 9(08).
           03  CNTSAI-CD-PRF-DEPE-EMT      PIC 9(04).
           03  CNTSAI-CD-MOE               PIC 9(03).
           03  CNTSAI-CD-CTA-CTB           PIC 9(09).
           03  CNTSAI-IN-DEB-CRD           PIC X(01).
           03  CNTSAI-VL-LCTO              PIC 9(13)V9(02).
           03  CNTSAI-NR-ORD-PGTO          PIC 9(10).
           03  CNTSAI-CD-INST-DST          PIC 9(12).
           03  FILLER                      PIC X(11).
      *
      * Aviso de credito p/ distribuicao as agencias (layout do
      * BCIS0287; o valor creditado em moeda nacional ocupa o inicio
      * do FILLER).
       FD  AVSSAI
           RECORDING MODE IS F.
       01  REG-AVSSAI.
           03  AVSSAI-CD-PRF-DEPE          PIC 9(04).
           03  AVSSAI-NR-CC                PIC 9(11).
           03  AVSSAI-NM-BNFC              PIC X(35).
           03  AVSSAI-CD-MOE               PIC 9(03).
           03  AVSSAI-VL-MOEE              PIC 9(13)V9(02).
           03  AVSSAI-DT-VLR               PIC 9(08).
           03  AVSSAI-CD-IDFR-MSG          PIC X(16).
           03  AVSSAI-NM-ORDN              PIC X(50).
           03  AVSSAI-CD-SWFT-OGM          PIC X(11).
           03  AVSSAI-VL-MOEN              PIC 9(13)V9(02).
           03  FILLER                      PIC X(02).
      *
       FD  RELREE
           RECORDING MODE IS F.
       01  REG-RELREE                      PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      ******************************************************************
      ************** Tabela lista de programas chamados ****************
      ******************************************************************
       01 TAB-PROGRAMAS-CHAMADOS.
          03 OPES824S                      PIC X(8) VALUE 'OPES824S'.
          03 BCIS0277                      PIC X(8) VALUE 'BCIS0277'.
          03 BCIS0325                      PIC X(8) VALUE 'BCIS0325'.
          03 BCIS0326                      PIC X(8) VALUE 'BCIS0326'.
          03 BCIS0271                      PIC X(8) VALUE 'BCIS0271'.
          03 BCIS0294                      PIC X(8) VALUE 'BCIS0294'.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0328 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
      * Contas contabeis da interface (mesmo plano do BCIS0281).
       77  CTE-CTA-DEB-CLI             PIC 9(09) VALUE 111100001.
       77  CTE-CTA-CRD-NOSTRO          PIC 9(09) VALUE 112200001.
       77  CTE-CTA-RCT-TARF            PIC 9(09) VALUE 713300001.
      *
      * Politica de devolucao da tarifa da ordem devolvida ('S'/'N').
       77  CTE-IN-DEVL-TARF            PIC X(01) VALUE 'S'.
      *
      * Taxa de compra do OPES824S: o banco recompra a moeda devolvida
      * (a ordem usa 'C', taxa de venda ao cliente).
       77  CTE-CD-TIP-OPR-CPR          PIC X(01) VALUE 'V'.
       77  CTE-CD-TIP-MC-PDR           PIC X(01) VALUE 'L'.
      *
       77  W-FS-DEVCAS                 PIC X(02) VALUE '00'.
       77  W-FS-CRDCLI                 PIC X(02) VALUE '00'.
       77  W-FS-CNTSAI                 PIC X(02) VALUE '00'.
       77  W-FS-AVSSAI                 PIC X(02) VALUE '00'.
       77  W-FS-RELREE                 PIC X(02) VALUE '00'.
       77  W-IN-FIM-DEVCAS             PIC X(01) VALUE 'N'.
           88  FIM-DEVCAS                        VALUE 'S'.
      *
       77  W-QT-LIDO                   PIC 9(06) VALUE ZEROS.
       77  W-QT-REE                    PIC 9(06) VALUE ZEROS.
       77  W-QT-JA-REE                 PIC 9(06) VALUE ZEROS.
       77  W-QT-EXCC                   PIC 9(06) VALUE ZEROS.
       77  W-QT-SEM-ESTN               PIC 9(06) VALUE ZEROS.
       77  W-QT-LCTO                   PIC 9(06) VALUE ZEROS.
       77  W-VL-PRCP-GRL               PIC 9(15)V9(02) VALUE ZEROS.
       77  W-VL-TARF-GRL               PIC 9(15)V9(02) VALUE ZEROS.
       77  W-VL-TTL-GRL                PIC 9(15)V9(02) VALUE ZEROS.
      *
      * Devolucao corrente
       77  W-IN-OK                     PIC X(01) VALUE 'S'.
       77  W-IN-VET                    PIC X(01) VALUE 'N'.
       77  W-IN-ESTN                   PIC X(01) VALUE 'S'.
       77  W-CD-CLI                    PIC 9(09) VALUE ZEROS.
       77  W-CD-MOE                    PIC 9(03) VALUE ZEROS.
       77  W-DT-LQDC                   PIC X(10) VALUE SPACES.
       77  W-DT-REG-ORG                PIC 9(08) VALUE ZEROS.
       77  W-VL-MOEN-ORG               PIC 9(13)V9(02) VALUE ZEROS.
       77  W-VL-TARF-ORG               PIC 9(13)V9(02) VALUE ZEROS.
       77  W-VL-TAXA-REE               PIC 9(08)V9(07) VALUE ZEROS.
       77  W-VL-PRCP-REE               PIC 9(13)V9(02) VALUE ZEROS.
       77  W-VL-TARF-REE               PIC 9(13)V9(02) VALUE ZEROS.
       77  W-VL-TTL-REE                PIC 9(13)V9(02) VALUE ZEROS.
       77  W-TX-SIT                    PIC X(20) VALUE SPACES.
      *
       01  W-DT-EXEC-AMD               PIC 9(08) VALUE ZEROS.
       01  W-HR-EXEC                   PIC 9(08) VALUE ZEROS.
       01  W-DT-PSQ-A10                PIC X(10) VALUE SPACES.
      *
       01  W-DT-DMA.
           03  W-DD                    PIC 9(02) VALUE ZEROS.
           03  W-MM                    PIC 9(02) VALUE ZEROS.
           03  W-AA                    PIC 9(04) VALUE ZEROS.
       01  W-DT-LQDC-AMD               PIC 9(08) VALUE ZEROS.
      *
      * Simulacao do bloco EIB p/ chamar um programa CICS a partir de
      * batch puro (mesma tecnica do BCIS0269).
       01  DFHEIBLK.
           03  EIBCALEN                PIC S9(04) COMP.
           03  FILLER                  PIC X(84).
      *
      * OPES824S - taxa de cambio do BEC (area inferida do uso em
      * OPES500V/890-000 - mesma area do BCIS0311).
       01  L-OPES824S.
           03  S824S-DT-PSQ                PIC X(10).
           03  S824S-CD-MOE                PIC 9(03).
           03  S824S-CD-TIP-MC-CMB         PIC X(01).
           03  S824S-CD-TIP-OPR            PIC X(01).
           03  S824S-VL-TAXA-CMBL          PIC 9(08)V9(07).
           03  S824S-IN-MTP-DVSR           PIC X(01).
           03  S824S-CD-MSG-RTN            PIC 9(04).
           03  S824S-TX-MSG-RTN            PIC X(60).
      *
      * BCIS0277 - acompanhamento do ciclo de vida da ordem
      * (area espelho do DFHCOMMAREA do BCIS0277)
       01  L-BCIS0277.
           03  K0277-CD-FUC                 PIC  9(01).
           03  K0277-CD-IDFR-ORD            PIC  9(10).
           03  K0277-CD-EVT                 PIC  X(01).
           03  K0277-DT-EVT                 PIC  9(08).
           03  K0277-HR-EVT                 PIC  9(06).
           03  K0277-CD-USU                 PIC  X(08).
           03  K0277-TX-CMPL                PIC  X(40).
           03  K0277-CD-CLI                 PIC  9(09).
           03  K0277-CD-PRF-DEPE-EMT        PIC  9(04).
           03  K0277-CD-MOE                 PIC  9(03).
           03  K0277-VL-MOEE                PIC  9(13)V9(02).
           03  K0277-CD-SWFT-BNFC           PIC  X(11).
           03  K0277-DT-LQDC                PIC  X(10).
           03  K0277-CD-IDFR-MT103          PIC  X(16).
           03  K0277-CD-IDFR-MT202          PIC  X(16).
           03  K0277-CD-UETR                PIC  X(36).
           03  K0277-CD-EST-ATU             PIC  X(01).
           03  K0277-DT-ULT-EVT             PIC  9(08).
           03  K0277-CD-RTN                 PIC  9(02).
           03  K0277-TX-MSG-RTN             PIC  X(60).
           03  K0277-QT-HIST                PIC  9(03).
           03  K0277-TB-HIST OCCURS 20 TIMES.
               05  K0277-H-CD-EVT           PIC  X(01).
               05  K0277-H-DT-EVT           PIC  9(08).
               05  K0277-H-HR-EVT           PIC  9(06).
               05  K0277-H-CD-USU           PIC  X(08).
               05  K0277-H-TX-CMPL          PIC  X(40).
      *
      * BCIS0325 - VET (Valor Efetivo Total) por ordem
      * (area espelho do DFHCOMMAREA do BCIS0325)
       01  L-BCIS0325.
           03  K0325-CD-FUC                 PIC  9(01).
           03  K0325-CD-IDFR-ORD            PIC  9(10).
           03  K0325-CD-TIP-ORD-PGTO        PIC  9(01).
           03  K0325-CD-CNL                 PIC  X(01).
           03  K0325-CD-CLI                 PIC  9(09).
           03  K0325-CD-PRF-DEPE-EMT        PIC  9(04).
           03  K0325-CD-MOE                 PIC  9(03).
           03  K0325-VL-MOEE                PIC  9(13)V9(02).
           03  K0325-VL-TAXA-CMB            PIC  9(08)V9(07).
           03  K0325-VL-MOEN                PIC  9(13)V9(02).
           03  K0325-VL-TTL-TARF-MOEN       PIC  9(13)V9(02).
           03  K0325-PC-IOF                 PIC  9(03)V9(04).
           03  K0325-VL-IOF-MOEN            PIC  9(13)V9(02).
           03  K0325-VL-CST-TTL-MOEN        PIC  9(13)V9(02).
           03  K0325-VL-VET                 PIC  9(08)V9(07).
           03  K0325-CD-USU                 PIC  X(08).
           03  K0325-DT-ATU                 PIC  9(08).
           03  K0325-HR-ATU                 PIC  9(06).
           03  K0325-DT-REG                 PIC  9(08).
           03  K0325-DT-ULT-ALT             PIC  9(08).
           03  K0325-QT-ALT                 PIC  9(03).
           03  K0325-CD-RTN                 PIC  9(02).
           03  K0325-TX-MSG-RTN             PIC  X(60).
      *
      * BCIS0326 - tarifa acumulada p/ faturamento mensal
      * (area espelho do DFHCOMMAREA do BCIS0326)
       01  L-BCIS0326.
           03  K0326-CD-FUC                 PIC  9(01).
           03  K0326-CD-CLI                 PIC  9(09).
           03  K0326-CD-IDFR-ORD            PIC  9(10).
           03  K0326-DT-INI-VGC             PIC  9(08).
           03  K0326-CD-PRF-DEPE-EMT        PIC  9(04).
           03  K0326-CD-TIP-ORD-PGTO        PIC  9(01).
           03  K0326-CD-MOE                 PIC  9(03).
           03  K0326-VL-MOEE                PIC  9(13)V9(02).
           03  K0326-VL-TARF-MOEN           PIC  9(13)V9(02).
           03  K0326-CD-USU                 PIC  X(08).
           03  K0326-DT-ATU                 PIC  9(08).
           03  K0326-AA-MM-CPTC             PIC  9(06).
           03  K0326-CD-EST                 PIC  X(01).
           03  K0326-NR-FAT                 PIC  9(10).
           03  K0326-DT-FAT                 PIC  9(08).
           03  K0326-CD-RTN                 PIC  9(02).
           03  K0326-TX-MSG-RTN             PIC  X(60).
      *
      * BCIS0271 - acumulador de valores por cliente
      * (area espelho do DFHCOMMAREA do BCIS0271)
       01  L-BCIS0271.
           03  K0271-CD-FUC                 PIC  9(01).
           03  K0271-CD-CLI                 PIC  9(09).
           03  K0271-DT-ATU                 PIC  9(08).
           03  K0271-VL-ORD                 PIC  9(15)V9(02).
           03  K0271-VL-ACMD-DIA            PIC  9(15)V9(02).
           03  K0271-VL-ACMD-MES            PIC  9(15)V9(02).
           03  K0271-CD-RTN                 PIC  9(02).
           03  K0271-TX-MSG-RTN             PIC  X(60).
      *
      * BCIS0294 - posicao intradiaria de cambio
      * (area espelho do DFHCOMMAREA do BCIS0294)
       01  L-BCIS0294.
           03  K0294-CD-FUC                 PIC  9(01).
           03  K0294-CD-MOE                 PIC  9(03).
           03  K0294-DT-LQDC                PIC  9(08).
           03  K0294-VL-MOEE                PIC  9(13)V9(02).
           03  K0294-VL-MOEN                PIC  9(13)V9(02).
           03  K0294-DT-ATU                 PIC  9(08).
           03  K0294-QT-ORD                 PIC  9(06).
           03  K0294-VL-SOMA-MOEE           PIC  9(15)V9(02).
           03  K0294-VL-SOMA-MOEN           PIC  9(15)V9(02).
           03  K0294-VL-TAXA-MED            PIC  9(08)V9(07).
           03  K0294-CD-RTN                 PIC  9(02).
           03  K0294-TX-MSG-RTN             PIC  X(60).
      *
       01  W-LN-CABEC.
           03  FILLER                  PIC X(46) VALUE
               'BCIS0328 - REEMBOLSO DE ORDENS DEVOLVIDAS  DT='.
           03  W-CAB-DT-EXEC           PIC 9(08).
      *
       01  W-LN-TITULO.
           03  FILLER                  PIC X(44) VALUE
               'ORDEM        CLIENTE REFERENCIA MT103       '.
           03  FILLER                  PIC X(44) VALUE
               'VALOR DEVOLVIDO  TAXA COMPRA    VALOR PRINCI'.
           03  FILLER                  PIC X(44) VALUE
               'PAL  TARIFA DEVOLV. SITUACAO'.
      *
       01  W-LN-DETALHE.
           03  W-DET-NR-ORD            PIC 9(10).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-CLI            PIC Z(8)9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-IDFR-MT103     PIC X(16).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-MOEE           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-TAXA           PIC ZZ9,9999999.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-PRCP           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-TARF           PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-TX-SIT            PIC X(20).
      *
       01  W-LN-TOTAL-1.
           03  FILLER                  PIC X(32) VALUE
               'DEVOLUCOES CASADAS LIDAS......:'.
           03  W-TOT-QT-LIDO           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-2.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS REEMBOLSADAS...........:'.
           03  W-TOT-QT-REE            PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-3.
           03  FILLER                  PIC X(32) VALUE
               'JA REEMBOLSADAS (IGNORADAS)...:'.
           03  W-TOT-QT-JA-REE         PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-4.
           03  FILLER                  PIC X(32) VALUE
               'EXCECOES (NAO REEMBOLSADAS)...:'.
           03  W-TOT-QT-EXCC           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-5.
           03  FILLER                  PIC X(32) VALUE
               'ESTORNO ACUMUL./POSICAO PEND..:'.
           03  W-TOT-QT-SEM-ESTN       PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-6.
           03  FILLER                  PIC X(32) VALUE
               'LANCAMENTOS GERADOS...........:'.
           03  W-TOT-QT-LCTO           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-7.
           03  FILLER                  PIC X(32) VALUE
               'TOTAL PRINCIPAL REEMBOLSADO...:'.
           03  W-TOT-VL-PRCP           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  W-LN-TOTAL-8.
           03  FILLER                  PIC X(32) VALUE
               'TOTAL TARIFAS DEVOLVIDAS......:'.
           03  W-TOT-VL-TARF           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  W-LN-TOTAL-9.
           03  FILLER                  PIC X(32) VALUE
               'TOTAL CREDITADO AOS CLIENTES..:'.
           03  W-TOT-VL-TTL            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 010000-ABRE-ARQUIVOS
           PERFORM 020000-DATA-EXECUCAO
           PERFORM 030000-LE-DEVCAS
           PERFORM 040000-PROCESSA-DEVOLUCAO UNTIL FIM-DEVCAS
           PERFORM 080000-ESCREVE-TOTAL
           PERFORM 090000-FECHA-ARQUIVOS
      *
           IF  W-QT-EXCC     GREATER ZEROS
           OR  W-QT-SEM-ESTN GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
      *
           STOP RUN
           .
      *----------------------------------------------------------------*
       010000-ABRE-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  DEVCAS
           OPEN OUTPUT CRDCLI
           OPEN OUTPUT CNTSAI
           OPEN OUTPUT AVSSAI
           OPEN OUTPUT RELREE
      *
           IF  W-FS-DEVCAS NOT EQUAL '00'
               DISPLAY 'BCIS0328 - Erro abertura DEVCAS FS='
                       W-FS-DEVCAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-CRDCLI NOT EQUAL '00'
               DISPLAY 'BCIS0328 - Erro abertura CRDCLI FS='
                       W-FS-CRDCLI
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-CNTSAI NOT EQUAL '00'
               DISPLAY 'BCIS0328 - Erro abertura CNTSAI FS='
                       W-FS-CNTSAI
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-AVSSAI NOT EQUAL '00'
               DISPLAY 'BCIS0328 - Erro abertura AVSSAI FS='
                       W-FS-AVSSAI
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-RELREE NOT EQUAL '00'
               DISPLAY 'BCIS0328 - Erro abertura RELREE FS='
                       W-FS-RELREE
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
      *
           MOVE W-DT-EXEC-AMD   TO W-CAB-DT-EXEC
           WRITE REG-RELREE     FROM W-LN-CABEC
           MOVE SPACES          TO REG-RELREE
           WRITE REG-RELREE
           WRITE REG-RELREE     FROM W-LN-TITULO
           .
       020000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       030000-LE-DEVCAS  SECTION.
      *----------------------------------------------------------------*
      *
           READ DEVCAS
               AT END
                   MOVE 'S' TO W-IN-FIM-DEVCAS
           END-READ
      *
           IF  NOT FIM-DEVCAS
               ADD 1 TO W-QT-LIDO
           END-IF
           .
       030000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       040000-PROCESSA-DEVOLUCAO  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'S'    TO W-IN-OK
           MOVE 'N'    TO W-IN-VET
           MOVE 'S'    TO W-IN-ESTN
           MOVE SPACES TO W-TX-SIT
                          W-DT-LQDC
           MOVE ZEROS  TO W-CD-CLI
                          W-CD-MOE
                          W-DT-REG-ORG
                          W-VL-MOEN-ORG
                          W-VL-TARF-ORG
                          W-VL-TAXA-REE
                          W-VL-PRCP-REE
                          W-VL-TARF-REE
                          W-VL-TTL-REE
      *
           PERFORM 045000-CONSULTA-ACOMP
      *
           IF  W-IN-OK EQUAL 'S'
               PERFORM 050000-CONSULTA-VET
               PERFORM 055000-BUSCA-TAXA
           END-IF
      *
           IF  W-IN-OK EQUAL 'S'
               PERFORM 060000-TRATA-TARIFA
           END-IF
      *
           IF  W-IN-OK EQUAL 'S'
               COMPUTE W-VL-TTL-REE = W-VL-PRCP-REE + W-VL-TARF-REE
               PERFORM 065000-GRAVA-CREDITO
               PERFORM 070000-ESTORNA-ACUMULADOS
               PERFORM 075000-GRAVA-EVENTO
               ADD 1             TO W-QT-REE
               ADD W-VL-PRCP-REE TO W-VL-PRCP-GRL
               ADD W-VL-TARF-REE TO W-VL-TARF-GRL
               ADD W-VL-TTL-REE  TO W-VL-TTL-GRL
               IF  W-IN-ESTN EQUAL 'S'
                   MOVE 'REEMBOLSADA'          TO W-TX-SIT
               ELSE
                   ADD 1 TO W-QT-SEM-ESTN
                   MOVE 'REEMB. ESTORNO PEND.' TO W-TX-SIT
               END-IF
           END-IF
      *
           PERFORM 078000-ESCREVE-DETALHE
      *
           PERFORM 030000-LE-DEVCAS
           .
       040000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       045000-CONSULTA-ACOMP  SECTION.
      *----------------------------------------------------------------*
      * So a ordem devolvida ('D') e reembolsada. Ja reembolsada ('V')
      * e ignorada - novo run com o mesmo extrato nao credita de novo.
      *
           INITIALIZE L-BCIS0277
      *
           MOVE 2                      TO K0277-CD-FUC
           MOVE DEVCAS-NR-ORD-PGTO     TO K0277-CD-IDFR-ORD
      *
           MOVE LENGTH OF L-BCIS0277 TO EIBCALEN
           CALL BCIS0277 USING DFHEIBLK L-BCIS0277
      *
           IF  K0277-CD-RTN NOT EQUAL ZEROS
               MOVE 'N'                    TO W-IN-OK
               ADD 1 TO W-QT-EXCC
               MOVE 'SEM ACOMPANHAMENTO'   TO W-TX-SIT
               GO TO 045000-SAI
           END-IF
      *
           MOVE K0277-CD-CLI           TO W-CD-CLI
           MOVE K0277-CD-MOE           TO W-CD-MOE
           MOVE K0277-DT-LQDC          TO W-DT-LQDC
      *
           IF  K0277-CD-EST-ATU EQUAL 'V'
               MOVE 'N'                    TO W-IN-OK
               ADD 1 TO W-QT-JA-REE
               MOVE 'JA REEMBOLSADA'       TO W-TX-SIT
               GO TO 045000-SAI
           END-IF
      *
           IF  K0277-CD-EST-ATU NOT EQUAL 'D'
               MOVE 'N'                    TO W-IN-OK
               ADD 1 TO W-QT-EXCC
               MOVE 'NAO DEVOLVIDA'        TO W-TX-SIT
               GO TO 045000-SAI
           END-IF
      *
           IF  DEVCAS-NR-CC-TMDR EQUAL ZEROS
               MOVE 'N'                    TO W-IN-OK
               ADD 1 TO W-QT-EXCC
               MOVE 'CONTA NAO INFORMADA'  TO W-TX-SIT
           END-IF
           .
       045000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       050000-CONSULTA-VET  SECTION.
      *----------------------------------------------------------------*
      * Valor original em moeda nacional, tarifas e data do registro
      * gravados com o VET da ordem. Ordem sem VET registrado fica sem
      * devolucao de tarifa e sem estorno do acumulador do cliente.
      *
           INITIALIZE L-BCIS0325
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0
      *
           MOVE 2                      TO K0325-CD-FUC
           MOVE DEVCAS-NR-ORD-PGTO     TO K0325-CD-IDFR-ORD
      *
           MOVE LENGTH OF L-BCIS0325 TO EIBCALEN
           CALL BCIS0325 USING DFHEIBLK L-BCIS0325
      *
           IF  K0325-CD-RTN EQUAL ZEROS
               MOVE 'S'                    TO W-IN-VET
               MOVE K0325-DT-REG           TO W-DT-REG-ORG
               MOVE K0325-VL-MOEN          TO W-VL-MOEN-ORG
               MOVE K0325-VL-TTL-TARF-MOEN TO W-VL-TARF-ORG
           ELSE
               MOVE 'N'                    TO W-IN-ESTN
           END-IF
           .
       050000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       055000-BUSCA-TAXA  SECTION.
      *----------------------------------------------------------------*
      * Taxa de compra na data da devolucao (data do run quando o
      * correspondente nao informou) e valor do principal em moeda
      * nacional pelo ramo multiplicador/divisor do OPES824S.
      *
           IF  DEVCAS-DT-DEV EQUAL ZEROS
               MOVE W-DT-EXEC-AMD TO DEVCAS-DT-DEV
           END-IF
      *
           MOVE SPACES TO W-DT-PSQ-A10
           STRING DEVCAS-DD-DEV '.' DEVCAS-MM-DEV '.' DEVCAS-AA-DEV
               DELIMITED BY SIZE INTO W-DT-PSQ-A10
      *
           INITIALIZE L-OPES824S
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0
      *
           MOVE W-DT-PSQ-A10           TO S824S-DT-PSQ
           MOVE W-CD-MOE               TO S824S-CD-MOE
           MOVE DEVCAS-CD-TIP-MC       TO S824S-CD-TIP-MC-CMB
           IF  DEVCAS-CD-TIP-MC EQUAL SPACES
               MOVE CTE-CD-TIP-MC-PDR  TO S824S-CD-TIP-MC-CMB
           END-IF
           MOVE CTE-CD-TIP-OPR-CPR     TO S824S-CD-TIP-OPR
      *
           MOVE LENGTH OF L-OPES824S TO EIBCALEN
           CALL OPES824S USING DFHEIBLK L-OPES824S
      *
           IF  S824S-CD-MSG-RTN NOT EQUAL ZEROS
           OR  S824S-VL-TAXA-CMBL EQUAL ZEROS
               MOVE 'N'                    TO W-IN-OK
               ADD 1 TO W-QT-EXCC
               MOVE 'TAXA INDISPONIVEL'    TO W-TX-SIT
               GO TO 055000-SAI
           END-IF
      *
           MOVE S824S-VL-TAXA-CMBL TO W-VL-TAXA-REE
      *
           IF  S824S-IN-MTP-DVSR EQUAL 'M'
               COMPUTE W-VL-PRCP-REE ROUNDED =
                   DEVCAS-VL-MOEE * W-VL-TAXA-REE
               ON SIZE ERROR
                   MOVE 'N'                TO W-IN-OK
               END-COMPUTE
           ELSE
               COMPUTE W-VL-PRCP-REE ROUNDED =
                   DEVCAS-VL-MOEE / W-VL-TAXA-REE
               ON SIZE ERROR
                   MOVE 'N'                TO W-IN-OK
               END-COMPUTE
           END-IF
      *
           IF  W-IN-OK EQUAL 'N'
               ADD 1 TO W-QT-EXCC
               MOVE 'ERRO NO CALCULO'      TO W-TX-SIT
           END-IF
           .
       055000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       060000-TRATA-TARIFA  SECTION.
      *----------------------------------------------------------------*
      * Tarifa acumulada p/ faturamento mensal ainda nao faturada e
      * cancelada (sai da fatura); debitada na ordem (RTN 21) ou ja
      * faturada (RTN 22 com situacao 'F') e devolvida em dinheiro
      * junto com o principal. Acumulo ja cancelado nao devolve nada.
      *
           IF  CTE-IN-DEVL-TARF NOT EQUAL 'S'
           OR  W-VL-TARF-ORG    EQUAL ZEROS
               GO TO 060000-SAI
           END-IF
      *
           INITIALIZE L-BCIS0326
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0
      *
           MOVE 4                      TO K0326-CD-FUC
           MOVE W-CD-CLI               TO K0326-CD-CLI
           MOVE DEVCAS-NR-ORD-PGTO     TO K0326-CD-IDFR-ORD
           MOVE 'BCIS0328'             TO K0326-CD-USU
           MOVE W-DT-EXEC-AMD          TO K0326-DT-ATU
      *
           MOVE LENGTH OF L-BCIS0326 TO EIBCALEN
           CALL BCIS0326 USING DFHEIBLK L-BCIS0326
      *
           EVALUATE K0326-CD-RTN
               WHEN ZEROS
                   CONTINUE
               WHEN 21
                   MOVE W-VL-TARF-ORG      TO W-VL-TARF-REE
               WHEN 22
                   IF  K0326-CD-EST EQUAL 'F'
                       MOVE W-VL-TARF-ORG  TO W-VL-TARF-REE
                   END-IF
               WHEN OTHER
                   MOVE 'N'                TO W-IN-OK
                   ADD 1 TO W-QT-EXCC
                   MOVE 'ERRO TARIFA ACUMUL.' TO W-TX-SIT
                   DISPLAY 'BCIS0328 - Ordem ' DEVCAS-NR-ORD-PGTO
                           ' - ' K0326-TX-MSG-RTN
           END-EVALUATE
           .
       060000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       065000-GRAVA-CREDITO  SECTION.
      *----------------------------------------------------------------*
      * Credito na conta do tomador, jogo contabil balanceado e aviso
      * de credito p/ a agencia.
      *
           MOVE SPACES                 TO REG-CRDCLI
           MOVE DEVCAS-CD-PRF-DEPE-EMT TO CRDCLI-CD-PRF-DEPE
           MOVE DEVCAS-NR-CC-TMDR      TO CRDCLI-NR-CC
           MOVE W-CD-CLI               TO CRDCLI-CD-CLI
           MOVE W-DT-EXEC-AMD          TO CRDCLI-DT-MVT
           MOVE W-VL-TTL-REE           TO CRDCLI-VL-CRD
           MOVE DEVCAS-NR-ORD-PGTO     TO CRDCLI-NR-ORD-PGTO
           MOVE 'REEMBOLSO ORDEM PGTO EXTERIOR'
                                       TO CRDCLI-TX-HST
           WRITE REG-CRDCLI
      *
      *    Retorno do principal ao nostro
           PERFORM 067000-INICIA-LCTO
           MOVE CTE-CTA-CRD-NOSTRO     TO CNTSAI-CD-CTA-CTB
           MOVE 'D'                    TO CNTSAI-IN-DEB-CRD
           MOVE W-VL-PRCP-REE          TO CNTSAI-VL-LCTO
           PERFORM 068000-GRAVA-LCTO
      *
      *    Estorno da receita de tarifa devolvida
           IF  W-VL-TARF-REE GREATER ZEROS
               PERFORM 067000-INICIA-LCTO
               MOVE CTE-CTA-RCT-TARF   TO CNTSAI-CD-CTA-CTB
               MOVE 'D'                TO CNTSAI-IN-DEB-CRD
               MOVE W-VL-TARF-REE      TO CNTSAI-VL-LCTO
               PERFORM 068000-GRAVA-LCTO
           END-IF
      *
      *    Credito do cliente pelo total reembolsado
           PERFORM 067000-INICIA-LCTO
           MOVE CTE-CTA-DEB-CLI        TO CNTSAI-CD-CTA-CTB
           MOVE 'C'                    TO CNTSAI-IN-DEB-CRD
           MOVE W-VL-TTL-REE           TO CNTSAI-VL-LCTO
           PERFORM 068000-GRAVA-LCTO
      *
           MOVE SPACES                 TO REG-AVSSAI
           MOVE DEVCAS-CD-PRF-DEPE-EMT TO AVSSAI-CD-PRF-DEPE
           MOVE DEVCAS-NR-CC-TMDR      TO AVSSAI-NR-CC
           MOVE W-CD-MOE               TO AVSSAI-CD-MOE
           MOVE DEVCAS-VL-MOEE         TO AVSSAI-VL-MOEE
           MOVE W-DT-EXEC-AMD          TO AVSSAI-DT-VLR
           MOVE DEVCAS-CD-IDFR-MT103   TO AVSSAI-CD-IDFR-MSG
           STRING 'DEVOLUCAO - ' DEVCAS-TX-MTV
               DELIMITED BY SIZE INTO AVSSAI-NM-ORDN
           MOVE DEVCAS-CD-SWFT-BNFC    TO AVSSAI-CD-SWFT-OGM
           MOVE W-VL-TTL-REE           TO AVSSAI-VL-MOEN
           WRITE REG-AVSSAI
           .
       065000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       067000-INICIA-LCTO  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-CNTSAI
           MOVE W-DT-EXEC-AMD          TO CNTSAI-DT-MVT
           MOVE DEVCAS-CD-PRF-DEPE-EMT TO CNTSAI-CD-PRF-DEPE-EMT
           MOVE W-CD-MOE               TO CNTSAI-CD-MOE
           MOVE DEVCAS-NR-ORD-PGTO     TO CNTSAI-NR-ORD-PGTO
           MOVE ZEROS                  TO CNTSAI-CD-INST-DST
           .
       067000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       068000-GRAVA-LCTO  SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-CNTSAI
           ADD 1 TO W-QT-LCTO
           .
       068000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       070000-ESTORNA-ACUMULADOS  SECTION.
      *----------------------------------------------------------------*
      * Retira a ordem do acumulador do cliente (dia e mes do
      * registro) e da posicao de cambio da data de liquidacao. Sem o
      * valor original em moeda nacional a posicao usa a taxa media
      * corrente (BCIS0294).
      *
           IF  W-IN-VET EQUAL 'S'
           AND W-VL-MOEN-ORG GREATER ZEROS
               INITIALIZE L-BCIS0271
                   REPLACING ALPHANUMERIC BY ' '
                   NUMERIC BY  0
               MOVE 3                  TO K0271-CD-FUC
               MOVE W-CD-CLI           TO K0271-CD-CLI
               MOVE W-DT-REG-ORG       TO K0271-DT-ATU
               MOVE W-VL-MOEN-ORG      TO K0271-VL-ORD
      *
               MOVE LENGTH OF L-BCIS0271 TO EIBCALEN
               CALL BCIS0271 USING DFHEIBLK L-BCIS0271
      *
               IF  K0271-CD-RTN NOT EQUAL ZEROS
                   MOVE 'N' TO W-IN-ESTN
                   DISPLAY 'BCIS0328 - Ordem ' DEVCAS-NR-ORD-PGTO
                           ' - ' K0271-TX-MSG-RTN
               END-IF
           END-IF
      *
           IF  W-DT-LQDC EQUAL SPACES
               MOVE 'N' TO W-IN-ESTN
               GO TO 070000-SAI
           END-IF
      *
           UNSTRING W-DT-LQDC DELIMITED BY '.'
               INTO W-DD OF W-DT-DMA
                    W-MM OF W-DT-DMA
                    W-AA OF W-DT-DMA
           STRING W-AA OF W-DT-DMA
                  W-MM OF W-DT-DMA
                  W-DD OF W-DT-DMA
               DELIMITED BY SIZE INTO W-DT-LQDC-AMD
      *
           INITIALIZE L-BCIS0294
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0
      *
           MOVE 2                      TO K0294-CD-FUC
           MOVE W-CD-MOE               TO K0294-CD-MOE
           MOVE W-DT-LQDC-AMD          TO K0294-DT-LQDC
           MOVE DEVCAS-VL-MOEE         TO K0294-VL-MOEE
           MOVE W-VL-MOEN-ORG          TO K0294-VL-MOEN
           MOVE W-DT-EXEC-AMD          TO K0294-DT-ATU
      *
           MOVE LENGTH OF L-BCIS0294 TO EIBCALEN
           CALL BCIS0294 USING DFHEIBLK L-BCIS0294
      *
           IF  K0294-CD-RTN NOT EQUAL ZEROS
               MOVE 'N' TO W-IN-ESTN
               DISPLAY 'BCIS0328 - Ordem ' DEVCAS-NR-ORD-PGTO
                       ' - ' K0294-TX-MSG-RTN
           END-IF
           .
       070000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       075000-GRAVA-EVENTO  SECTION.
      *----------------------------------------------------------------*
      * Evento 'V' (reembolsada) no acompanhamento da ordem.
      *
           INITIALIZE L-BCIS0277
      *
           MOVE 1                      TO K0277-CD-FUC
           MOVE DEVCAS-NR-ORD-PGTO     TO K0277-CD-IDFR-ORD
           MOVE 'V'                    TO K0277-CD-EVT
           MOVE W-DT-EXEC-AMD          TO K0277-DT-EVT
           MOVE W-HR-EXEC(1:6)         TO K0277-HR-EVT
           MOVE 'BCIS0328'             TO K0277-CD-USU
           MOVE DEVCAS-TX-MTV          TO K0277-TX-CMPL
      *
           MOVE LENGTH OF L-BCIS0277 TO EIBCALEN
           CALL BCIS0277 USING DFHEIBLK L-BCIS0277
      *
           IF  K0277-CD-RTN NOT EQUAL ZEROS
               DISPLAY 'BCIS0328 - Aviso: falha ao marcar reembolsada '
                       'ordem ' DEVCAS-NR-ORD-PGTO ' - '
                       K0277-TX-MSG-RTN
           END-IF
           .
       075000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       078000-ESCREVE-DETALHE  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE DEVCAS-NR-ORD-PGTO     TO W-DET-NR-ORD
           MOVE W-CD-CLI               TO W-DET-CD-CLI
           MOVE DEVCAS-CD-IDFR-MT103   TO W-DET-CD-IDFR-MT103
           MOVE DEVCAS-VL-MOEE         TO W-DET-VL-MOEE
           MOVE W-VL-TAXA-REE          TO W-DET-VL-TAXA
           MOVE W-VL-PRCP-REE          TO W-DET-VL-PRCP
           MOVE W-VL-TARF-REE          TO W-DET-VL-TARF
           MOVE W-TX-SIT               TO W-DET-TX-SIT
           WRITE REG-RELREE FROM W-LN-DETALHE
           .
       078000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       080000-ESCREVE-TOTAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES          TO REG-RELREE
           WRITE REG-RELREE
      *
           MOVE W-QT-LIDO       TO W-TOT-QT-LIDO
           WRITE REG-RELREE     FROM W-LN-TOTAL-1
           MOVE W-QT-REE        TO W-TOT-QT-REE
           WRITE REG-RELREE     FROM W-LN-TOTAL-2
           MOVE W-QT-JA-REE     TO W-TOT-QT-JA-REE
           WRITE REG-RELREE     FROM W-LN-TOTAL-3
           MOVE W-QT-EXCC       TO W-TOT-QT-EXCC
           WRITE REG-RELREE     FROM W-LN-TOTAL-4
           MOVE W-QT-SEM-ESTN   TO W-TOT-QT-SEM-ESTN
           WRITE REG-RELREE     FROM W-LN-TOTAL-5
           MOVE W-QT-LCTO       TO W-TOT-QT-LCTO
           WRITE REG-RELREE     FROM W-LN-TOTAL-6
           MOVE W-VL-PRCP-GRL   TO W-TOT-VL-PRCP
           WRITE REG-RELREE     FROM W-LN-TOTAL-7
           MOVE W-VL-TARF-GRL   TO W-TOT-VL-TARF
           WRITE REG-RELREE     FROM W-LN-TOTAL-8
           MOVE W-VL-TTL-GRL    TO W-TOT-VL-TTL
           WRITE REG-RELREE     FROM W-LN-TOTAL-9
           .
       080000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       090000-FECHA-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE DEVCAS
           CLOSE CRDCLI
           CLOSE CNTSAI
           CLOSE AVSSAI
           CLOSE RELREE
           .
       090000-SAI.
           EXIT
           .
