      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0329
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Conciliacao diaria das ordens Western Union (tipo
      *             3 - WSUN). O OPES500V so valida e tarifa a ordem
      *             (510-000/513-000); o pagamento ao beneficiario e a
      *             liquidacao ficam com a WU. Le o arquivo diario de
      *             situacao e liquidacao da WU (WUMOV) e o extrato das
      *             ordens WSUN registradas (ORDWSU), ambos
      *             classificados pelo numero de controle WU, e:
      *             1) grava na base de acompanhamento (BCIS0277) o
      *                evento da ordem informado pela WU - 'P' paga ao
      *                beneficiario, 'U' nao paga (disponivel p/
      *                saque), 'V' reembolsada ao remetente - somente
      *                quando muda a situacao corrente, o que torna o
      *                run reprocessavel;
      *             2) destaca a ordem ainda nao paga ha mais de N
      *                dias do registro (mesmo criterio de idade do
      *                BCIS0279); N parametrizado no BCIS003R
      *                (OPE/QT-DIA-NPGO-WU, servido do cache BCIS003C;
      *                padrao 30 dias);
      *             3) concilia os itens da liquidacao WU (IN-LQDC =
      *                'S'), separando principal e tarifa, contra os
      *                valores registrados na ordem, com as diferencas
      *                marcadas '***' no relatorio RELWSU;
      *             4) aponta o item WU sem ordem WSUN correspondente.
      *             Divergencia, item sem ordem ou ordem nao paga em
      *             atraso encerram com RETURN-CODE 4.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0329.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WUMOV  ASSIGN TO WUMOV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-WUMOV.
      *
           SELECT ORDWSU ASSIGN TO ORDWSU
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-ORDWSU.
      *
           SELECT RELWSU ASSIGN TO RELWSU
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-RELWSU.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *
      * Situacao e liquidacao diaria da Western Union, classificado
      * pelo numero de controle.
       FD  WUMOV
           RECORDING MODE IS F.
       01  REG-WUMOV.
           03  WUMOV-CD-CTL-WU             PIC X(10).
      *        'P' paga, 'N' nao paga, 'R' reembolsada ao remetente
           03  WUMOV-CD-EST-WU             PIC X(01).
           03  WUMOV-DT-EVT-WU             PIC 9(08).
      *        'S' = item da liquidacao (fatura) WU do dia
           03  WUMOV-IN-LQDC               PIC X(01).
           03  WUMOV-VL-PRCP-WU            PIC 9(13)V9(02).
           03  WUMOV-VL-TARF-WU            PIC 9(13)V9(02).
           03  FILLER                      PIC X(30).
      *
      * Extrato das ordens WSUN registradas, classificado pelo numero
      * de controle WU (valores em moeda estrangeira, como no commarea
      * do OPES500V: S500V-VL-MOEE e S500V-VL-TARF).
       FD  ORDWSU
           RECORDING MODE IS F.
       01  REG-ORDWSU.
           03  ORDWSU-CD-CTL-WU            PIC X(10).
           03  ORDWSU-NR-ORD-PGTO          PIC 9(10).
           03  ORDWSU-CD-PRF-DEPE-EMT      PIC 9(04).
           03  ORDWSU-DT-REG               PIC 9(08).
           03  ORDWSU-VL-MOEE              PIC 9(13)V9(02).
           03  ORDWSU-VL-TARF              PIC 9(13)V9(02).
           03  FILLER                      PIC X(18).
      *
       FD  RELWSU
           RECORDING MODE IS F.
       01  REG-RELWSU                      PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      ******************************************************************
      ************** Tabela lista de programas chamados ****************
      ******************************************************************
       01 TAB-PROGRAMAS-CHAMADOS.
          03 BCIS0277                      PIC X(8) VALUE 'BCIS0277'.
          03 BCIS003C                      PIC X(8) VALUE 'BCIS003C'.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0329 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
      * Dias desde o registro a partir dos quais a ordem ainda nao
      * paga e destacada no relatorio (padrao sem parametro cadastrado)
       77  CTE-QT-DIAS-NPGO-PDR        PIC 9(03) VALUE 30.
      *
       77  W-FS-WUMOV                  PIC X(02) VALUE '00'.
       77  W-FS-ORDWSU                 PIC X(02) VALUE '00'.
       77  W-FS-RELWSU                 PIC X(02) VALUE '00'.
       77  W-IN-FIM-WUMOV              PIC X(01) VALUE 'N'.
           88  FIM-WUMOV                         VALUE 'S'.
       77  W-IN-FIM-ORDWSU             PIC X(01) VALUE 'N'.
           88  FIM-ORDWSU                        VALUE 'S'.
      *
       77  W-QT-WU                     PIC 9(06) VALUE ZEROS.
       77  W-QT-ORD                    PIC 9(06) VALUE ZEROS.
       77  W-QT-CASD                   PIC 9(06) VALUE ZEROS.
       77  W-QT-SEM-ORD                PIC 9(06) VALUE ZEROS.
       77  W-QT-PAGA                   PIC 9(06) VALUE ZEROS.
       77  W-QT-NAO-PAGA               PIC 9(06) VALUE ZEROS.
       77  W-QT-REEMB                  PIC 9(06) VALUE ZEROS.
       77  W-QT-ATRS                   PIC 9(06) VALUE ZEROS.
       77  W-QT-LQDC                   PIC 9(06) VALUE ZEROS.
       77  W-QT-DVGT                   PIC 9(06) VALUE ZEROS.
       77  W-QT-SEM-ACOMP              PIC 9(06) VALUE ZEROS.
       77  W-VL-PRCP-OPE-GRL           PIC 9(15)V9(02) VALUE ZEROS.
       77  W-VL-PRCP-WU-GRL            PIC 9(15)V9(02) VALUE ZEROS.
       77  W-VL-TARF-OPE-GRL           PIC 9(15)V9(02) VALUE ZEROS.
       77  W-VL-TARF-WU-GRL            PIC 9(15)V9(02) VALUE ZEROS.
       77  W-VL-DIF-GRL                PIC S9(15)V9(02) VALUE ZEROS.
      *
       77  W-CD-EST-ATU                PIC X(01) VALUE SPACES.
       77  W-CD-EVT                    PIC X(01) VALUE SPACES.
       77  W-IN-DVGT                   PIC X(01) VALUE 'N'.
       77  W-IN-IMPRIME                PIC X(01) VALUE 'N'.
       77  W-QT-DIAS-NPGO              PIC 9(03) VALUE ZEROS.
       77  W-QT-DIAS-IDADE             PIC S9(05) VALUE ZEROS.
       77  W-NR-INT-HOJE               PIC S9(09) VALUE ZEROS.
       77  W-NR-INT-REG                PIC S9(09) VALUE ZEROS.
       77  W-QT-DIAS-EDT               PIC ZZZZ9.
      *
       01  W-DT-EXEC-AMD               PIC 9(08) VALUE ZEROS.
       01  W-HR-EXEC                   PIC 9(08) VALUE ZEROS.
      *
      * Simulacao do bloco EIB p/ chamar um programa CICS a partir de
      * batch puro (mesma tecnica do BCIS0269).
       01  DFHEIBLK.
           03  EIBCALEN                PIC S9(04) COMP.
           03  FILLER                  PIC X(84).
      *
      * BCIS0277 - base de acompanhamento (mesmo book do chamado)
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
       01  W-LN-CABEC.
           03  FILLER                  PIC X(47) VALUE
               'BCIS0329 - CONCILIACAO WESTERN UNION (WSUN) DT='.
           03  W-CAB-DT-EXEC           PIC 9(08).
      *
       01  W-LN-TITULO.
           03  FILLER                  PIC X(12) VALUE 'CTRL WU'.
           03  FILLER                  PIC X(12) VALUE '     ORDEM'.
           03  FILLER                  PIC X(13) VALUE 'SITUACAO WU'.
           03  FILLER                  PIC X(18) VALUE
               '    PRINCIPAL OPE'.
           03  FILLER                  PIC X(18) VALUE
               '     PRINCIPAL WU'.
           03  FILLER                  PIC X(14) VALUE
               '   TARIFA OPE'.
           03  FILLER                  PIC X(14) VALUE
               '    TARIFA WU'.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  FILLER                  PIC X(26) VALUE 'OBSERVACAO'.
      *
       01  W-LN-DETALHE.
           03  W-DET-CD-CTL-WU         PIC X(10).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  W-DET-NR-ORD            PIC Z(9)9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  W-DET-EST-WU            PIC X(12).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-PRCP-OPE       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-PRCP-WU        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-TARF-OPE       PIC ZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-TARF-WU        PIC ZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-MARCA             PIC X(03).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-TX-OBS            PIC X(26).
      *
       01  W-LN-TOTAL-1.
           03  FILLER                  PIC X(32) VALUE
               'REGISTROS WU LIDOS............:'.
           03  W-TOT-QT-WU             PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-2.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS WSUN LIDAS.............:'.
           03  W-TOT-QT-ORD            PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-3.
           03  FILLER                  PIC X(32) VALUE
               'REGISTROS WU CASADOS..........:'.
           03  W-TOT-QT-CASD           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-4.
           03  FILLER                  PIC X(32) VALUE
               'REGISTROS WU SEM ORDEM........:'.
           03  W-TOT-QT-SEM-ORD        PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-5.
           03  FILLER                  PIC X(32) VALUE
               'EVENTOS PAGA GRAVADOS.........:'.
           03  W-TOT-QT-PAGA           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-6.
           03  FILLER                  PIC X(32) VALUE
               'EVENTOS NAO PAGA GRAVADOS.....:'.
           03  W-TOT-QT-NAO-PAGA       PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-7.
           03  FILLER                  PIC X(32) VALUE
               'EVENTOS REEMBOLSADA GRAVADOS..:'.
           03  W-TOT-QT-REEMB          PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-8.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS NAO PAGAS EM ATRASO....:'.
           03  W-TOT-QT-ATRS           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-9.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS SEM ACOMPANHAMENTO.....:'.
           03  W-TOT-QT-SEM-ACOMP      PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-10.
           03  FILLER                  PIC X(32) VALUE
               'ITENS DA LIQUIDACAO WU........:'.
           03  W-TOT-QT-LQDC           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-11.
           03  FILLER                  PIC X(32) VALUE
               'ITENS LIQUIDADOS DIVERGENTES..:'.
           03  W-TOT-QT-DVGT           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-12.
           03  FILLER                  PIC X(32) VALUE
               'LIQUIDACAO - PRINCIPAL OPE....:'.
           03  W-TOT-VL-PRCP-OPE       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  W-LN-TOTAL-13.
           03  FILLER                  PIC X(32) VALUE
               'LIQUIDACAO - PRINCIPAL WU.....:'.
           03  W-TOT-VL-PRCP-WU        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  W-LN-TOTAL-14.
           03  FILLER                  PIC X(32) VALUE
               'LIQUIDACAO - TARIFA OPE.......:'.
           03  W-TOT-VL-TARF-OPE       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  W-LN-TOTAL-15.
           03  FILLER                  PIC X(32) VALUE
               'LIQUIDACAO - TARIFA WU........:'.
           03  W-TOT-VL-TARF-WU        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  W-LN-TOTAL-16.
           03  FILLER                  PIC X(32) VALUE
               'LIQUIDACAO - DIFERENCA WU-OPE.:'.
           03  W-TOT-VL-DIF            PIC ---.---.---.--9,99.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 010000-ABRE-ARQUIVOS
           PERFORM 020000-DATA-EXECUCAO
           PERFORM 025000-RECUPERA-LIMIAR
           PERFORM 030000-LE-WUMOV
           PERFORM 035000-LE-ORDWSU
           PERFORM 040000-CONCILIA UNTIL FIM-WUMOV AND FIM-ORDWSU
           PERFORM 080000-ESCREVE-TOTAL
           PERFORM 090000-FECHA-ARQUIVOS
      *
           IF  W-QT-SEM-ORD GREATER ZEROS
           OR  W-QT-DVGT    GREATER ZEROS
           OR  W-QT-ATRS    GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
      *
           STOP RUN
           .
      *----------------------------------------------------------------*
       010000-ABRE-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  WUMOV
           OPEN INPUT  ORDWSU
           OPEN OUTPUT RELWSU
      *
           IF  W-FS-WUMOV NOT EQUAL '00'
               DISPLAY 'BCIS0329 - Erro abertura WUMOV FS='
                       W-FS-WUMOV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-ORDWSU NOT EQUAL '00'
               DISPLAY 'BCIS0329 - Erro abertura ORDWSU FS='
                       W-FS-ORDWSU
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-RELWSU NOT EQUAL '00'
               DISPLAY 'BCIS0329 - Erro abertura RELWSU FS='
                       W-FS-RELWSU
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
      *
           MOVE W-DT-EXEC-AMD   TO W-CAB-DT-EXEC
           WRITE REG-RELWSU     FROM W-LN-CABEC
           MOVE SPACES          TO REG-RELWSU
           WRITE REG-RELWSU
           WRITE REG-RELWSU     FROM W-LN-TITULO
           .
       020000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       025000-RECUPERA-LIMIAR  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE CTE-QT-DIAS-NPGO-PDR TO W-QT-DIAS-NPGO
      *
           INITIALIZE L-BCIS003C
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0
           MOVE 1                 TO K003C-CD-FUC
           MOVE 'N'               TO K003C-IN-EXEC-ONL
           MOVE 'OPE'             TO K003C-SG-SIS
           MOVE 'QT-DIA-NPGO-WU'  TO K003C-CD-IDFC-ARQ
           MOVE LENGTH OF L-BCIS003C TO EIBCALEN
           CALL BCIS003C USING DFHEIBLK L-BCIS003C
           IF  K003C-CD-RTN EQUAL ZEROS
           AND K003C-NR-CTL NOT EQUAL ZEROS
               MOVE K003C-NR-CTL TO W-QT-DIAS-NPGO
           END-IF
           .
       025000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       030000-LE-WUMOV  SECTION.
      *----------------------------------------------------------------*
      *
           READ WUMOV
               AT END
                   MOVE 'S' TO W-IN-FIM-WUMOV
                   MOVE HIGH-VALUES TO WUMOV-CD-CTL-WU
           END-READ
      *
           IF  NOT FIM-WUMOV
               ADD 1 TO W-QT-WU
           END-IF
           .
       030000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       035000-LE-ORDWSU  SECTION.
      *----------------------------------------------------------------*
      *
           READ ORDWSU
               AT END
                   MOVE 'S' TO W-IN-FIM-ORDWSU
                   MOVE HIGH-VALUES TO ORDWSU-CD-CTL-WU
           END-READ
      *
           IF  NOT FIM-ORDWSU
               ADD 1 TO W-QT-ORD
           END-IF
           .
       035000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       040000-CONCILIA  SECTION.
      *----------------------------------------------------------------*
      * Casamento balanceado dos dois arquivos classificados pelo
      * numero de controle WU.
      *
           EVALUATE TRUE
               WHEN WUMOV-CD-CTL-WU EQUAL ORDWSU-CD-CTL-WU
                   PERFORM 050000-TRATA-CASAMENTO
                   PERFORM 030000-LE-WUMOV
      *            Mais de um registro WU do mesmo controle no dia e
      *            tratado contra a mesma ordem
                   IF  WUMOV-CD-CTL-WU NOT EQUAL ORDWSU-CD-CTL-WU
                       PERFORM 035000-LE-ORDWSU
                   END-IF
               WHEN WUMOV-CD-CTL-WU LESS ORDWSU-CD-CTL-WU
      *            Registro WU sem ordem WSUN correspondente
                   PERFORM 055000-TRATA-SEM-ORDEM
                   PERFORM 030000-LE-WUMOV
               WHEN OTHER
      *            Ordem sem movimento WU no dia - so verifica atraso
                   PERFORM 060000-TRATA-SEM-MOVIMENTO
                   PERFORM 035000-LE-ORDWSU
           END-EVALUATE
           .
       040000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       050000-TRATA-CASAMENTO  SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO W-QT-CASD
           PERFORM 070000-INICIA-DETALHE
           MOVE ORDWSU-NR-ORD-PGTO     TO W-DET-NR-ORD
           MOVE ORDWSU-VL-MOEE         TO W-DET-VL-PRCP-OPE
           MOVE ORDWSU-VL-TARF         TO W-DET-VL-TARF-OPE
           MOVE WUMOV-VL-PRCP-WU       TO W-DET-VL-PRCP-WU
           MOVE WUMOV-VL-TARF-WU       TO W-DET-VL-TARF-WU
           PERFORM 072000-DESCREVE-EST-WU
      *
           PERFORM 052000-CONSULTA-SITUACAO
      *
           IF  K0277-CD-RTN EQUAL ZEROS
               PERFORM 054000-GRAVA-EVENTO
               PERFORM 065000-VERIFICA-ATRASO
           ELSE
               ADD 1 TO W-QT-SEM-ACOMP
               MOVE 'SEM ACOMPANHAMENTO'   TO W-DET-TX-OBS
           END-IF
      *
           IF  WUMOV-IN-LQDC EQUAL 'S'
               PERFORM 058000-CONCILIA-LIQUIDACAO
           END-IF
      *
           WRITE REG-RELWSU FROM W-LN-DETALHE
           .
       050000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       052000-CONSULTA-SITUACAO  SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE L-BCIS0277
      *
           MOVE 2                      TO K0277-CD-FUC
           MOVE ORDWSU-NR-ORD-PGTO     TO K0277-CD-IDFR-ORD
      *
           MOVE LENGTH OF L-BCIS0277   TO EIBCALEN
           CALL BCIS0277 USING DFHEIBLK L-BCIS0277
      *
           MOVE K0277-CD-EST-ATU       TO W-CD-EST-ATU
           .
       052000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       054000-GRAVA-EVENTO  SECTION.
      *----------------------------------------------------------------*
      * Evento da WU na base de acompanhamento, somente quando muda a
      * situacao corrente. Ordem ja paga ou reembolsada nao volta a
      * nao paga; cancelada ou expirada nao recebe evento da WU.
      *
           MOVE SPACES TO W-CD-EVT
      *
           EVALUATE WUMOV-CD-EST-WU
               WHEN 'P'
                   MOVE 'P' TO W-CD-EVT
               WHEN 'N'
                   IF  W-CD-EST-ATU NOT EQUAL 'P'
                   AND W-CD-EST-ATU NOT EQUAL 'V'
                       MOVE 'U' TO W-CD-EVT
                   END-IF
               WHEN 'R'
                   MOVE 'V' TO W-CD-EVT
               WHEN OTHER
                   MOVE 'SITUACAO WU INVALIDA' TO W-DET-TX-OBS
                   GO TO 054000-SAI
           END-EVALUATE
      *
           IF  W-CD-EVT     EQUAL SPACES
           OR  W-CD-EVT     EQUAL W-CD-EST-ATU
           OR  W-CD-EST-ATU EQUAL 'C'
           OR  W-CD-EST-ATU EQUAL 'X'
               GO TO 054000-SAI
           END-IF
      *
           INITIALIZE L-BCIS0277
      *
           MOVE 1                      TO K0277-CD-FUC
           MOVE ORDWSU-NR-ORD-PGTO     TO K0277-CD-IDFR-ORD
           MOVE W-CD-EVT               TO K0277-CD-EVT
           MOVE W-DT-EXEC-AMD          TO K0277-DT-EVT
           MOVE W-HR-EXEC(1:6)         TO K0277-HR-EVT
           MOVE 'BCIS0329'             TO K0277-CD-USU
           STRING 'WU CTRL ' WUMOV-CD-CTL-WU
                  ' DT ' WUMOV-DT-EVT-WU
               DELIMITED BY SIZE INTO K0277-TX-CMPL
      *
           MOVE LENGTH OF L-BCIS0277   TO EIBCALEN
           CALL BCIS0277 USING DFHEIBLK L-BCIS0277
      *
           IF  K0277-CD-RTN NOT EQUAL ZEROS
               DISPLAY 'BCIS0329 - Aviso: falha ao gravar evento '
                       W-CD-EVT ' ordem ' ORDWSU-NR-ORD-PGTO ' - '
                       K0277-TX-MSG-RTN
               GO TO 054000-SAI
           END-IF
      *
           MOVE W-CD-EVT TO W-CD-EST-ATU
      *
           EVALUATE W-CD-EVT
               WHEN 'P'
                   ADD 1 TO W-QT-PAGA
               WHEN 'U'
                   ADD 1 TO W-QT-NAO-PAGA
               WHEN 'V'
                   ADD 1 TO W-QT-REEMB
           END-EVALUATE
           .
       054000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       055000-TRATA-SEM-ORDEM  SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO W-QT-SEM-ORD
           PERFORM 070000-INICIA-DETALHE
           MOVE ZEROS                  TO W-DET-NR-ORD
                                          W-DET-VL-PRCP-OPE
                                          W-DET-VL-TARF-OPE
           MOVE WUMOV-VL-PRCP-WU       TO W-DET-VL-PRCP-WU
           MOVE WUMOV-VL-TARF-WU       TO W-DET-VL-TARF-WU
           PERFORM 072000-DESCREVE-EST-WU
           MOVE '***'                  TO W-DET-MARCA
           MOVE 'SEM ORDEM WSUN'       TO W-DET-TX-OBS
      *
           IF  WUMOV-IN-LQDC EQUAL 'S'
               ADD 1 TO W-QT-LQDC
               ADD 1 TO W-QT-DVGT
               ADD WUMOV-VL-PRCP-WU    TO W-VL-PRCP-WU-GRL
               ADD WUMOV-VL-TARF-WU    TO W-VL-TARF-WU-GRL
           END-IF
      *
           WRITE REG-RELWSU FROM W-LN-DETALHE
           .
       055000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       058000-CONCILIA-LIQUIDACAO  SECTION.
      *----------------------------------------------------------------*
      * Principal e tarifa liquidados pela WU contra os valores
      * registrados na ordem.
      *
           ADD 1 TO W-QT-LQDC
           ADD ORDWSU-VL-MOEE          TO W-VL-PRCP-OPE-GRL
           ADD ORDWSU-VL-TARF          TO W-VL-TARF-OPE-GRL
           ADD WUMOV-VL-PRCP-WU        TO W-VL-PRCP-WU-GRL
           ADD WUMOV-VL-TARF-WU        TO W-VL-TARF-WU-GRL
      *
           MOVE 'N' TO W-IN-DVGT
      *
           IF  WUMOV-VL-PRCP-WU NOT EQUAL ORDWSU-VL-MOEE
               MOVE 'S'                TO W-IN-DVGT
               MOVE 'DIF. PRINCIPAL'   TO W-DET-TX-OBS
           END-IF
      *
           IF  WUMOV-VL-TARF-WU NOT EQUAL ORDWSU-VL-TARF
               IF  W-IN-DVGT EQUAL 'S'
                   MOVE 'DIF. PRINCIPAL E TARIFA' TO W-DET-TX-OBS
               ELSE
                   MOVE 'DIF. TARIFA'  TO W-DET-TX-OBS
               END-IF
               MOVE 'S'                TO W-IN-DVGT
           END-IF
      *
           IF  W-IN-DVGT EQUAL 'S'
               ADD 1 TO W-QT-DVGT
               MOVE '***'              TO W-DET-MARCA
           END-IF
           .
       058000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       060000-TRATA-SEM-MOVIMENTO  SECTION.
      *----------------------------------------------------------------*
      * Ordem sem movimento WU no dia: so sai no relatorio quando
      * ainda nao paga alem do prazo.
      *
           PERFORM 052000-CONSULTA-SITUACAO
      *
           IF  K0277-CD-RTN NOT EQUAL ZEROS
               GO TO 060000-SAI
           END-IF
      *
           PERFORM 070000-INICIA-DETALHE
           MOVE ORDWSU-NR-ORD-PGTO     TO W-DET-NR-ORD
           MOVE ORDWSU-VL-MOEE         TO W-DET-VL-PRCP-OPE
           MOVE ORDWSU-VL-TARF         TO W-DET-VL-TARF-OPE
           MOVE ZEROS                  TO W-DET-VL-PRCP-WU
                                          W-DET-VL-TARF-WU
           MOVE 'SEM MOVTO'            TO W-DET-EST-WU
      *
           MOVE 'N' TO W-IN-IMPRIME
           PERFORM 065000-VERIFICA-ATRASO
      *
           IF  W-IN-IMPRIME EQUAL 'S'
               WRITE REG-RELWSU FROM W-LN-DETALHE
           END-IF
           .
       060000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       065000-VERIFICA-ATRASO  SECTION.
      *----------------------------------------------------------------*
      * Ordem ainda nao paga (sem 'P', 'V', 'C' ou 'X') ha mais de
      * W-QT-DIAS-NPGO dias do registro e destacada como atrasada.
      *
           IF  W-CD-EST-ATU EQUAL 'P'
           OR  W-CD-EST-ATU EQUAL 'V'
           OR  W-CD-EST-ATU EQUAL 'C'
           OR  W-CD-EST-ATU EQUAL 'X'
           OR  ORDWSU-DT-REG EQUAL ZEROS
               GO TO 065000-SAI
           END-IF
      *
           COMPUTE W-NR-INT-REG =
               FUNCTION INTEGER-OF-DATE (ORDWSU-DT-REG)
           ON SIZE ERROR
               GO TO 065000-SAI
           END-COMPUTE
      *
           COMPUTE W-QT-DIAS-IDADE = W-NR-INT-HOJE - W-NR-INT-REG
      *
           IF  W-QT-DIAS-IDADE NOT GREATER W-QT-DIAS-NPGO
               GO TO 065000-SAI
           END-IF
      *
           ADD 1 TO W-QT-ATRS
           MOVE 'S'                    TO W-IN-IMPRIME
           MOVE '***'                  TO W-DET-MARCA
      *
      *    Divergencia da liquidacao tem prioridade na observacao
           IF  W-DET-TX-OBS EQUAL SPACES
               MOVE W-QT-DIAS-IDADE    TO W-QT-DIAS-EDT
               STRING 'NAO PAGA HA ' W-QT-DIAS-EDT ' DIAS'
                   DELIMITED BY SIZE INTO W-DET-TX-OBS
           END-IF
           .
       065000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       070000-INICIA-DETALHE  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO W-DET-EST-WU
                                          W-DET-MARCA
                                          W-DET-TX-OBS
           IF  WUMOV-CD-CTL-WU LESS ORDWSU-CD-CTL-WU
               MOVE WUMOV-CD-CTL-WU    TO W-DET-CD-CTL-WU
           ELSE
               MOVE ORDWSU-CD-CTL-WU   TO W-DET-CD-CTL-WU
           END-IF
           .
       070000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       072000-DESCREVE-EST-WU  SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE WUMOV-CD-EST-WU
               WHEN 'P'
                   MOVE 'PAGA'         TO W-DET-EST-WU
               WHEN 'N'
                   MOVE 'NAO PAGA'     TO W-DET-EST-WU
               WHEN 'R'
                   MOVE 'REEMBOLSADA'  TO W-DET-EST-WU
               WHEN OTHER
                   MOVE 'INVALIDA'     TO W-DET-EST-WU
           END-EVALUATE
           .
       072000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       080000-ESCREVE-TOTAL  SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE W-VL-DIF-GRL = W-VL-PRCP-WU-GRL + W-VL-TARF-WU-GRL
                                - W-VL-PRCP-OPE-GRL - W-VL-TARF-OPE-GRL
      *
           MOVE SPACES              TO REG-RELWSU
           WRITE REG-RELWSU
      *
           MOVE W-QT-WU             TO W-TOT-QT-WU
           WRITE REG-RELWSU         FROM W-LN-TOTAL-1
           MOVE W-QT-ORD            TO W-TOT-QT-ORD
           WRITE REG-RELWSU         FROM W-LN-TOTAL-2
           MOVE W-QT-CASD           TO W-TOT-QT-CASD
           WRITE REG-RELWSU         FROM W-LN-TOTAL-3
           MOVE W-QT-SEM-ORD        TO W-TOT-QT-SEM-ORD
           WRITE REG-RELWSU         FROM W-LN-TOTAL-4
           MOVE W-QT-PAGA           TO W-TOT-QT-PAGA
           WRITE REG-RELWSU         FROM W-LN-TOTAL-5
           MOVE W-QT-NAO-PAGA       TO W-TOT-QT-NAO-PAGA
           WRITE REG-RELWSU         FROM W-LN-TOTAL-6
           MOVE W-QT-REEMB          TO W-TOT-QT-REEMB
           WRITE REG-RELWSU         FROM W-LN-TOTAL-7
           MOVE W-QT-ATRS           TO W-TOT-QT-ATRS
           WRITE REG-RELWSU         FROM W-LN-TOTAL-8
           MOVE W-QT-SEM-ACOMP      TO W-TOT-QT-SEM-ACOMP
           WRITE REG-RELWSU         FROM W-LN-TOTAL-9
      *
           MOVE SPACES              TO REG-RELWSU
           WRITE REG-RELWSU
      *
           MOVE W-QT-LQDC           TO W-TOT-QT-LQDC
           WRITE REG-RELWSU         FROM W-LN-TOTAL-10
           MOVE W-QT-DVGT           TO W-TOT-QT-DVGT
           WRITE REG-RELWSU         FROM W-LN-TOTAL-11
           MOVE W-VL-PRCP-OPE-GRL   TO W-TOT-VL-PRCP-OPE
           WRITE REG-RELWSU         FROM W-LN-TOTAL-12
           MOVE W-VL-PRCP-WU-GRL    TO W-TOT-VL-PRCP-WU
           WRITE REG-RELWSU         FROM W-LN-TOTAL-13
           MOVE W-VL-TARF-OPE-GRL   TO W-TOT-VL-TARF-OPE
           WRITE REG-RELWSU         FROM W-LN-TOTAL-14
           MOVE W-VL-TARF-WU-GRL    TO W-TOT-VL-TARF-WU
           WRITE REG-RELWSU         FROM W-LN-TOTAL-15
           MOVE W-VL-DIF-GRL        TO W-TOT-VL-DIF
           WRITE REG-RELWSU         FROM W-LN-TOTAL-16
           .
       080000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       090000-FECHA-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE WUMOV
           CLOSE ORDWSU
           CLOSE RELWSU
           .
       090000-SAI.
           EXIT
           .
