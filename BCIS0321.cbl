      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0321
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Simulacao de mudanca de parametro. Reapresenta ao
      *             OPES500V as ordens registradas num dia (ou periodo)
      *             com um conjunto proposto de parametros no lugar dos
      *             vigentes, para medir antes da mudanca quantas ordens
      *             reais teriam outro resultado:
      *             1) cada cartao do PRMSIM (sistema, identificador,
      *                valor e data de controle - mesmo par chave/valor
      *                do BCIS003R) e registrado no BCIS003C pela funcao
      *                4; o OPES500V recebe o valor proposto em toda
      *                consulta ao cache durante a simulacao. Tabelas
      *                (embargo, corte, lista de observacao etc.) vao
      *                pela copia proposta apontada no JCL da simulacao
      *                no lugar da base vigente;
      *             2) cada tentativa de registro do ORDSIM (extracao
      *                do BCISLOG0/1 com a imagem submetida e o codigo
      *                de retorno original, aceitas e rejeitadas,
      *                classificada por cliente + data/hora) vai ao
      *                OPES500V em modo simulacao (S500V-IN-SMLC = 'S'),
      *                inclusao, fase 'C', com a data/hora, a taxa e o
      *                valor em moeda nacional do registro original. O
      *                canal 'I' e reapresentado como 'I'; os demais
      *                como 'B' (cadeia completa, sem tela);
      *             3) no modo simulacao o OPES500V nao grava nada nas
      *                bases operacionais (acumulador, janela de
      *                duplicidade, eventos, posicao de cambio,
      *                bloqueio de saldo, fila de compliance, logs); o
      *                acumulado do cliente no dia/mes p/ a validacao
      *                de limite e apurado aqui, com as ordens aceitas
      *                na propria simulacao desde o inicio do extrato;
      *             4) o RELSIM lista ordem a ordem o codigo original e
      *                o simulado - inalterada, passa a rejeitar, passa
      *                a aceitar ou muda o erro - com totais por
      *                dependencia emissora e por canal.
      *             A area L-OPES500V espelha byte a byte o layout
      *             canonico do BCIS0274, com a extensao da simulacao
      *             no fim.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 002 15102026 Manut.  F7021226 Area L-OPES500V no layout
      *                               canonico unico do BCIS0274:
      *                               numero da ordem e usuario na
      *                               posicao do book e a extensao da
      *                               simulacao como cauda unica.
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0321.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMSIM ASSIGN TO PRMSIM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-PRMSIM.
      *
           SELECT ORDSIM ASSIGN TO ORDSIM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-ORDSIM.
      *
           SELECT RELSIM ASSIGN TO RELSIM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-RELSIM.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *
      * Parametros propostos - um cartao por chave do BCIS003R.
       FD  PRMSIM
           RECORDING MODE IS F.
       01  REG-PRMSIM.
           03  PRMSIM-SG-SIS               PIC X(03).
           03  PRMSIM-CD-IDFC-ARQ          PIC X(15).
           03  PRMSIM-NR-CTL               PIC 9(08).
           03  PRMSIM-DT-CTL               PIC X(10).
           03  FILLER                      PIC X(44).
      *
      * Tentativas de registro do dia/periodo (aceitas e rejeitadas),
      * extraidas do BCISLOG0/1 com a imagem submetida ao OPES500V e
      * classificadas por cliente + data/hora do registro.
       FD  ORDSIM
           RECORDING MODE IS F.
       01  REG-ORDSIM.
           03  ORDSIM-CD-CLI               PIC 9(09).
           03  ORDSIM-TS-REG.
               05  ORDSIM-DT-REG.
                   07  ORDSIM-AAMM-REG     PIC 9(06).
                   07  ORDSIM-DD-REG       PIC 9(02).
               05  ORDSIM-HR-REG           PIC 9(06).
           03  ORDSIM-NR-ORD-PGTO          PIC 9(10).
           03  ORDSIM-CD-CNL               PIC X(01).
           03  ORDSIM-CD-RTN-ORIG          PIC 9(04).
           03  ORDSIM-CD-TIP-ORD-PGTO      PIC 9(01).
           03  ORDSIM-CD-PRF-DEPE-EMT      PIC 9(04).
           03  ORDSIM-NR-CC-TMDR           PIC 9(11).
           03  ORDSIM-NM-TMDR              PIC X(50).
           03  ORDSIM-NM-BNFC              PIC X(35).
           03  ORDSIM-TX-END-BNFC          PIC X(35).
           03  ORDSIM-NM-CID-BNFC          PIC X(20).
           03  ORDSIM-CD-PAIS-BNFC         PIC 9(03).
           03  ORDSIM-CD-SWFT-BNFC         PIC X(11).
           03  ORDSIM-CD-CT-BNFC           PIC X(20).
           03  ORDSIM-CD-BNFC-FAVT         PIC 9(03).
           03  ORDSIM-CD-MOE               PIC 9(03).
           03  ORDSIM-VL-MOEE              PIC 9(13)V9(02).
           03  ORDSIM-CD-NTZ               PIC 9(04).
           03  ORDSIM-DT-EMS               PIC X(10).
           03  ORDSIM-DT-LQDC              PIC X(10).
           03  ORDSIM-VL-TAXA-CMB          PIC 9(08)V9(07).
           03  ORDSIM-VL-MOEN              PIC 9(13)V9(02).
           03  FILLER                      PIC X(20).
      *
       FD  RELSIM
           RECORDING MODE IS F.
       01  REG-RELSIM                      PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      ******************************************************************
      ************** Tabela lista de programas chamados ****************
      ******************************************************************
       01 TAB-PROGRAMAS-CHAMADOS.
          03 OPES500V                      PIC X(8) VALUE 'OPES500V'.
          03 BCIS003C                      PIC X(8) VALUE 'BCIS003C'.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0321 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS002'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-PRMSIM                 PIC X(02) VALUE '00'.
       77  W-FS-ORDSIM                 PIC X(02) VALUE '00'.
       77  W-FS-RELSIM                 PIC X(02) VALUE '00'.
       77  W-IN-FIM-PRMSIM             PIC X(01) VALUE 'N'.
           88  FIM-PRMSIM                        VALUE 'S'.
       77  W-IN-FIM-ORDSIM             PIC X(01) VALUE 'N'.
           88  FIM-ORDSIM                        VALUE 'S'.
      *
       77  W-QT-PRM                    PIC 9(06) VALUE ZEROS.
       77  W-QT-LIDO                   PIC 9(06) VALUE ZEROS.
      *
      * Resultado da comparacao: 1 = inalterada; 2 = passa a rejeitar;
      * 3 = passa a aceitar; 4 = muda o codigo de erro
       77  W-NR-SIT                    PIC 9(01) VALUE ZEROS.
       77  W-IX-SIT                    PIC 9(01) VALUE ZEROS.
       77  W-IX-DEPE                   PIC 9(05) VALUE ZEROS.
       77  W-IX-CNL                    PIC 9(02) VALUE ZEROS.
       77  W-QT-CNL                    PIC 9(02) VALUE ZEROS.
      *
      * Acumulado do cliente na propria simulacao (extrato por
      * cliente + data/hora): zera na troca de cliente, de dia e de mes
       77  W-CD-CLI-ACMD               PIC 9(09) VALUE ZEROS.
       77  W-VL-ACMD-DIA               PIC 9(13)V9(02) VALUE ZEROS.
       77  W-VL-ACMD-MES               PIC 9(13)V9(02) VALUE ZEROS.
       01  W-DT-ACMD.
           03  W-AAMM-ACMD             PIC 9(06) VALUE ZEROS.
           03  W-DD-ACMD               PIC 9(02) VALUE ZEROS.
      *
       01  W-DT-EXEC-AMD               PIC 9(08) VALUE ZEROS.
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
      * Area repassada a OPES500V como se fosse a DFHCOMMAREA usada
      * online - espelho byte a byte do layout canonico do BCIS0274
      * (a commarea e posicional; campo novo somente na extensao).
       01  L-OPES500V.
      *    Numero da ordem e usuario - campos do book, na posicao do
      *    book (mesma abertura do BCIS0269):
           03  S500V-CD-IDFR-ORD-PGTO      PIC 9(10).
           03  S500V-CD-USU                PIC X(08).
           03  S500V-CD-TIP-OPR            PIC X(02).
           03  S500V-OPCAO                 PIC X(03).
           03  S500V-CD-CNL                PIC X(01).
           03  S500V-CD-FASE-PRCT          PIC X(01).
           03  S500V-CD-TIP-ORD-PGTO       PIC 9(01).
           03  S500V-CD-CLI                PIC 9(09).
           03  S500V-CD-PRF-DEPE-EMT       PIC 9(04).
           03  S500V-NR-CC-TMDR            PIC 9(11).
           03  S500V-NM-TMDR               PIC X(50).
           03  S500V-NM-BNFC               PIC X(35).
           03  S500V-TX-END-BNFC           PIC X(35).
           03  S500V-NM-CID-BNFC           PIC X(20).
           03  S500V-CD-PAIS-BNFC          PIC 9(03).
           03  S500V-CD-SWFT-BNFC          PIC X(11).
           03  S500V-CD-CT-BNFC            PIC X(20).
           03  S500V-CD-MOE                PIC 9(03).
           03  S500V-VL-MOEE               PIC 9(13)V9(02).
           03  S500V-CD-NTZ                PIC 9(04).
           03  S500V-DT-EMS                PIC X(10).
           03  S500V-DT-LQDC               PIC X(10).
      *    Extensao canonica dos chamadores batch (mesma ordem em
      *    todos - nao inserir campo no meio do bloco acima):
           03  S500V-CD-BNFC-FAVT          PIC 9(03).
           03  S500V-IN-LST-ERRO           PIC X(01).
           03  S500V-VL-MOEN               PIC 9(13)V9(02).
           03  S500V-VL-TAXA-CMB           PIC 9(08)V9(07).
           03  S500V-NR-RMS                PIC 9(08).
           03  S500V-CD-RTN                PIC 9(04).
           03  S500V-NR-CMP-ERRO           PIC 9(02).
           03  S500V-TX-MSG-RTN            PIC X(60).
           03  S500V-QT-ERRO-LST           PIC 9(02).
           03  S500V-MT-ERRO-LST.
               05  S500V-TB-ERRO-LST OCCURS 30 TIMES.
                   07  S500V-CD-ERRO-LST   PIC 9(04).
                   07  S500V-NR-CMP-LST    PIC 9(02).
                   07  S500V-TX-MSG-LST    PIC X(60).
      *    Extensao da simulacao - cauda unica do layout (so o
      *    BCIS0321 preenche; campo novo entra somente depois dela,
      *    igual em todos os chamadores):
           03  S500V-IN-SMLC               PIC X(01).
           03  S500V-TS-SMLC               PIC 9(14).
           03  S500V-VL-ACMD-DIA-SMLC      PIC 9(13)V9(02).
           03  S500V-VL-ACMD-MES-SMLC      PIC 9(13)V9(02).
      *
      * Totais por dependencia emissora (posicao = prefixo + 1)
       01  W-TAB-DEPE.
           03  W-DEPE-OCR OCCURS 10000 TIMES.
               05  W-DEPE-QT-ORD       PIC 9(06).
               05  W-DEPE-QT-SIT       PIC 9(06) OCCURS 4 TIMES.
      *
      * Totais por canal original do registro
       01  W-TAB-CNL.
           03  W-CNL-OCR OCCURS 20 TIMES.
               05  W-CNL-CD-CNL        PIC X(01).
               05  W-CNL-QT-ORD        PIC 9(06).
               05  W-CNL-QT-SIT        PIC 9(06) OCCURS 4 TIMES.
      *
       01  W-TAB-GERAL.
           03  W-GERAL-QT-SIT          PIC 9(06) OCCURS 4 TIMES.
      *
       01  W-TAB-NM-SIT.
           03  FILLER                  PIC X(16) VALUE
               'INALTERADA      '.
           03  FILLER                  PIC X(16) VALUE
               'PASSA A REJEITAR'.
           03  FILLER                  PIC X(16) VALUE
               'PASSA A ACEITAR '.
           03  FILLER                  PIC X(16) VALUE
               'MUDA O ERRO     '.
       01  W-TAB-NM-SIT-R REDEFINES W-TAB-NM-SIT.
           03  W-NM-SIT                PIC X(16) OCCURS 4 TIMES.
      *
       01  W-LN-CABEC.
           03  FILLER                  PIC X(32) VALUE
               'BCIS0321 - SIMULACAO PARAM. DT='.
           03  W-CAB-DT-EXEC           PIC 9(08).
      *
       01  W-LN-PARAMETRO.
           03  FILLER                  PIC X(20) VALUE
               'PARAMETRO PROPOSTO: '.
           03  W-PRM-SG-SIS            PIC X(03).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-PRM-CD-IDFC-ARQ       PIC X(15).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-PRM-NR-CTL            PIC Z(7)9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-PRM-DT-CTL            PIC X(10).
      *
       01  W-LN-TITULO.
           03  FILLER                  PIC X(44) VALUE
               'ORDEM      DATA     HORA   DEPE C CLIENTE   '.
           03  FILLER                  PIC X(46) VALUE
               '   VALOR MOEDA EST ORIG SIML SITUACAO         '.
           03  FILLER                  PIC X(20) VALUE
               'MENSAGEM SIMULADA'.
      *
       01  W-LN-DETALHE.
           03  W-DET-NR-ORD            PIC Z(9)9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-DT-REG            PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-HR-REG            PIC 9(06).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-DEPE           PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-CNL            PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-CLI            PIC Z(8)9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-MOEE           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-RTN-ORIG       PIC ZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-RTN-SMLC       PIC ZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-NM-SIT            PIC X(16).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-TX-MSG            PIC X(40).
      *
       01  W-LN-DEPE.
           03  FILLER                  PIC X(12) VALUE
               'TOTAL DEPE '.
           03  W-DEP-CD-DEPE           PIC 9(04).
           03  FILLER                  PIC X(02) VALUE ': '.
           03  W-DEP-QT-ORD            PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DEP-OCR OCCURS 4 TIMES.
               05  W-DEP-NM-SIT        PIC X(16).
               05  W-DEP-QT-SIT        PIC ZZZ.ZZ9.
               05  FILLER              PIC X(01) VALUE SPACES.
      *
       01  W-LN-CNL.
           03  FILLER                  PIC X(12) VALUE
               'TOTAL CANAL '.
           03  W-CAN-CD-CNL            PIC X(01).
           03  FILLER                  PIC X(05) VALUE '   : '.
           03  W-CAN-QT-ORD            PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-CAN-OCR OCCURS 4 TIMES.
               05  W-CAN-NM-SIT        PIC X(16).
               05  W-CAN-QT-SIT        PIC ZZZ.ZZ9.
               05  FILLER              PIC X(01) VALUE SPACES.
      *
       01  W-LN-TOTAL-1.
           03  FILLER                  PIC X(32) VALUE
               'PARAMETROS PROPOSTOS..........:'.
           03  W-TOT-QT-PRM            PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-2.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS REAPRESENTADAS.........:'.
           03  W-TOT-QT-LIDO           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-3.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS COM RESULTADO MANTIDO..:'.
           03  W-TOT-QT-SIT-1          PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-4.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS QUE PASSAM A REJEITAR..:'.
           03  W-TOT-QT-SIT-2          PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-5.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS QUE PASSAM A ACEITAR...:'.
           03  W-TOT-QT-SIT-3          PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-6.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS QUE MUDAM O ERRO.......:'.
           03  W-TOT-QT-SIT-4          PIC ZZZ.ZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 010000-ABRE-ARQUIVOS
           PERFORM 020000-DATA-EXECUCAO
           PERFORM 030000-CARREGA-PARAMETROS
           PERFORM 040000-LE-ORDSIM
           PERFORM 045000-PROCESSA-ORDEM UNTIL FIM-ORDSIM
           PERFORM 080000-ESCREVE-TOTAL
           PERFORM 090000-FECHA-ARQUIVOS
      *
           STOP RUN
           .
      *----------------------------------------------------------------*
       010000-ABRE-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  PRMSIM
           OPEN INPUT  ORDSIM
           OPEN OUTPUT RELSIM
      *
           IF  W-FS-PRMSIM NOT EQUAL '00'
               DISPLAY 'BCIS0321 - Erro abertura PRMSIM FS='
                       W-FS-PRMSIM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-ORDSIM NOT EQUAL '00'
               DISPLAY 'BCIS0321 - Erro abertura ORDSIM FS='
                       W-FS-ORDSIM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-RELSIM NOT EQUAL '00'
               DISPLAY 'BCIS0321 - Erro abertura RELSIM FS='
                       W-FS-RELSIM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           INITIALIZE W-TAB-DEPE
                      W-TAB-CNL
                      W-TAB-GERAL
           .
       010000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       020000-DATA-EXECUCAO  SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT W-DT-EXEC-AMD FROM DATE YYYYMMDD
      *
           MOVE W-DT-EXEC-AMD TO W-CAB-DT-EXEC
           WRITE REG-RELSIM FROM W-LN-CABEC
           .
       020000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       030000-CARREGA-PARAMETROS  SECTION.
      *----------------------------------------------------------------*
      * Registra no BCIS003C cada parametro proposto. Sem o conjunto
      * completo a simulacao nao mede a mudanca pedida: falha no
      * registro encerra o job.
      *
           READ PRMSIM
               AT END
                   MOVE 'S' TO W-IN-FIM-PRMSIM
           END-READ
           .
       030000-PROXIMO-PARAMETRO.
           IF  FIM-PRMSIM
               GO TO 030000-FIM-PARAMETROS
           END-IF
      *
           INITIALIZE L-BCIS003C
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0
      *
           MOVE 4                  TO K003C-CD-FUC
           MOVE 'N'                TO K003C-IN-EXEC-ONL
           MOVE PRMSIM-SG-SIS      TO K003C-SG-SIS
           MOVE PRMSIM-CD-IDFC-ARQ TO K003C-CD-IDFC-ARQ
           MOVE PRMSIM-NR-CTL      TO K003C-NR-CTL
           MOVE PRMSIM-DT-CTL      TO K003C-DT-CTL
      *
           MOVE LENGTH OF L-BCIS003C TO EIBCALEN
           CALL BCIS003C USING DFHEIBLK L-BCIS003C
      *
           IF  K003C-CD-RTN NOT EQUAL ZEROS
               DISPLAY 'BCIS0321 - Parametro proposto recusado '
                       PRMSIM-SG-SIS '/' PRMSIM-CD-IDFC-ARQ ' - '
                       K003C-TX-MSG-RTN
               PERFORM 090000-FECHA-ARQUIVOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           ADD 1 TO W-QT-PRM
           MOVE PRMSIM-SG-SIS      TO W-PRM-SG-SIS
           MOVE PRMSIM-CD-IDFC-ARQ TO W-PRM-CD-IDFC-ARQ
           MOVE PRMSIM-NR-CTL      TO W-PRM-NR-CTL
           MOVE PRMSIM-DT-CTL      TO W-PRM-DT-CTL
           WRITE REG-RELSIM FROM W-LN-PARAMETRO
      *
           READ PRMSIM
               AT END
                   MOVE 'S' TO W-IN-FIM-PRMSIM
           END-READ
      *
           GO TO 030000-PROXIMO-PARAMETRO
           .
       030000-FIM-PARAMETROS.
           IF  W-QT-PRM EQUAL ZEROS
               DISPLAY 'BCIS0321 - Nenhum parametro proposto: '
                       'simulacao com os valores vigentes.'
           END-IF
      *
           MOVE SPACES TO REG-RELSIM
           WRITE REG-RELSIM
           WRITE REG-RELSIM FROM W-LN-TITULO
           .
       030000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       040000-LE-ORDSIM  SECTION.
      *----------------------------------------------------------------*
      *
           READ ORDSIM
               AT END
                   MOVE 'S' TO W-IN-FIM-ORDSIM
           END-READ
           .
       040000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       045000-PROCESSA-ORDEM  SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO W-QT-LIDO
      *
           PERFORM 050000-ACUMULADO-CLIENTE
           PERFORM 060000-CHAMA-OPES500V
           PERFORM 065000-COMPARA-RESULTADO
           PERFORM 070000-ESCREVE-DETALHE
           PERFORM 075000-TOTALIZA
      *
           PERFORM 040000-LE-ORDSIM
           .
       045000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       050000-ACUMULADO-CLIENTE  SECTION.
      *----------------------------------------------------------------*
      * Acumulado do cliente antes da ordem corrente: so ordens
      * aceitas na simulacao, do mesmo dia / mesmo mes civil.
      *
           IF  ORDSIM-CD-CLI NOT EQUAL W-CD-CLI-ACMD
               MOVE ORDSIM-CD-CLI TO W-CD-CLI-ACMD
               MOVE ZEROS         TO W-VL-ACMD-DIA
                                     W-VL-ACMD-MES
               MOVE ORDSIM-DT-REG TO W-DT-ACMD
               GO TO 050000-SAI
           END-IF
      *
           IF  ORDSIM-AAMM-REG NOT EQUAL W-AAMM-ACMD
               MOVE ZEROS         TO W-VL-ACMD-DIA
                                     W-VL-ACMD-MES
           ELSE
               IF  ORDSIM-DD-REG NOT EQUAL W-DD-ACMD
                   MOVE ZEROS     TO W-VL-ACMD-DIA
               END-IF
           END-IF
      *
           MOVE ORDSIM-DT-REG     TO W-DT-ACMD
           .
       050000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       060000-CHAMA-OPES500V  SECTION.
      *----------------------------------------------------------------*
      * Inclusao, fase de confirmacao, em modo simulacao, com a data/
      * hora, a taxa e o valor em moeda nacional do registro original.
      *
           INITIALIZE L-OPES500V
      *
           MOVE 'I'                      TO S500V-CD-TIP-OPR
           MOVE '11A'                    TO S500V-OPCAO
           MOVE 'C'                      TO S500V-CD-FASE-PRCT
           MOVE 'N'                      TO S500V-IN-LST-ERRO
      *
           IF  ORDSIM-CD-CNL EQUAL 'I'
               MOVE 'I'                  TO S500V-CD-CNL
           ELSE
               MOVE 'B'                  TO S500V-CD-CNL
           END-IF
      *
           MOVE ORDSIM-CD-TIP-ORD-PGTO   TO S500V-CD-TIP-ORD-PGTO
           MOVE ORDSIM-CD-CLI            TO S500V-CD-CLI
           MOVE ORDSIM-CD-PRF-DEPE-EMT   TO S500V-CD-PRF-DEPE-EMT
           MOVE ORDSIM-NR-CC-TMDR        TO S500V-NR-CC-TMDR
           MOVE ORDSIM-NM-TMDR           TO S500V-NM-TMDR
           MOVE ORDSIM-NM-BNFC           TO S500V-NM-BNFC
           MOVE ORDSIM-TX-END-BNFC       TO S500V-TX-END-BNFC
           MOVE ORDSIM-NM-CID-BNFC       TO S500V-NM-CID-BNFC
           MOVE ORDSIM-CD-PAIS-BNFC      TO S500V-CD-PAIS-BNFC
           MOVE ORDSIM-CD-SWFT-BNFC      TO S500V-CD-SWFT-BNFC
           MOVE ORDSIM-CD-CT-BNFC        TO S500V-CD-CT-BNFC
           MOVE ORDSIM-CD-MOE            TO S500V-CD-MOE
           MOVE ORDSIM-VL-MOEE           TO S500V-VL-MOEE
           MOVE ORDSIM-CD-NTZ            TO S500V-CD-NTZ
           MOVE ORDSIM-DT-EMS            TO S500V-DT-EMS
           MOVE ORDSIM-DT-LQDC           TO S500V-DT-LQDC
           MOVE ORDSIM-VL-TAXA-CMB       TO S500V-VL-TAXA-CMB
           MOVE ORDSIM-VL-MOEN           TO S500V-VL-MOEN
      *
           IF  ORDSIM-NM-BNFC EQUAL SPACES
               MOVE ORDSIM-CD-BNFC-FAVT  TO S500V-CD-BNFC-FAVT
           END-IF
      *
           MOVE 'S'                      TO S500V-IN-SMLC
           MOVE ORDSIM-TS-REG            TO S500V-TS-SMLC
           MOVE W-VL-ACMD-DIA            TO S500V-VL-ACMD-DIA-SMLC
           MOVE W-VL-ACMD-MES            TO S500V-VL-ACMD-MES-SMLC
      *
           MOVE LENGTH OF L-OPES500V     TO EIBCALEN
           CALL OPES500V USING L-OPES500V
      *
           IF  S500V-CD-RTN EQUAL ZEROS
               ADD S500V-VL-MOEN TO W-VL-ACMD-DIA
                                    W-VL-ACMD-MES
           END-IF
           .
       060000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       065000-COMPARA-RESULTADO  SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN S500V-CD-RTN EQUAL ORDSIM-CD-RTN-ORIG
                   MOVE 1 TO W-NR-SIT
               WHEN ORDSIM-CD-RTN-ORIG EQUAL ZEROS
                   MOVE 2 TO W-NR-SIT
               WHEN S500V-CD-RTN EQUAL ZEROS
                   MOVE 3 TO W-NR-SIT
               WHEN OTHER
                   MOVE 4 TO W-NR-SIT
           END-EVALUATE
           .
       065000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       070000-ESCREVE-DETALHE  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ORDSIM-NR-ORD-PGTO       TO W-DET-NR-ORD
           MOVE ORDSIM-DT-REG            TO W-DET-DT-REG
           MOVE ORDSIM-HR-REG            TO W-DET-HR-REG
           MOVE ORDSIM-CD-PRF-DEPE-EMT   TO W-DET-CD-DEPE
           MOVE ORDSIM-CD-CNL            TO W-DET-CD-CNL
           MOVE ORDSIM-CD-CLI            TO W-DET-CD-CLI
           MOVE ORDSIM-VL-MOEE           TO W-DET-VL-MOEE
           MOVE ORDSIM-CD-RTN-ORIG       TO W-DET-CD-RTN-ORIG
           MOVE S500V-CD-RTN             TO W-DET-CD-RTN-SMLC
           MOVE W-NM-SIT (W-NR-SIT)      TO W-DET-NM-SIT
      *
           IF  S500V-CD-RTN EQUAL ZEROS
               MOVE SPACES               TO W-DET-TX-MSG
           ELSE
               MOVE S500V-TX-MSG-RTN     TO W-DET-TX-MSG
           END-IF
      *
           WRITE REG-RELSIM FROM W-LN-DETALHE
           .
       070000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       075000-TOTALIZA  SECTION.
      *----------------------------------------------------------------*
      * Dependencia (posicao = prefixo + 1), canal e total geral.
      *
           COMPUTE W-IX-DEPE = ORDSIM-CD-PRF-DEPE-EMT + 1
           ADD 1 TO W-DEPE-QT-ORD (W-IX-DEPE)
           ADD 1 TO W-DEPE-QT-SIT (W-IX-DEPE W-NR-SIT)
           ADD 1 TO W-GERAL-QT-SIT (W-NR-SIT)
      *
           MOVE 1 TO W-IX-CNL
           .
       075000-PROCURA-CANAL.
           IF  W-IX-CNL GREATER W-QT-CNL
               IF  W-QT-CNL NOT LESS 20
                   DISPLAY 'BCIS0321 - Tabela de canais cheia - canal '
                           ORDSIM-CD-CNL ' fora do total por canal.'
                   GO TO 075000-SAI
               END-IF
               ADD 1 TO W-QT-CNL
               MOVE W-QT-CNL      TO W-IX-CNL
               MOVE ORDSIM-CD-CNL TO W-CNL-CD-CNL (W-IX-CNL)
               GO TO 075000-SOMA-CANAL
           END-IF
      *
           IF  W-CNL-CD-CNL (W-IX-CNL) EQUAL ORDSIM-CD-CNL
               GO TO 075000-SOMA-CANAL
           END-IF
      *
           ADD 1 TO W-IX-CNL
           GO TO 075000-PROCURA-CANAL
           .
       075000-SOMA-CANAL.
           ADD 1 TO W-CNL-QT-ORD (W-IX-CNL)
           ADD 1 TO W-CNL-QT-SIT (W-IX-CNL W-NR-SIT)
           .
       075000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       080000-ESCREVE-TOTAL  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 082000-ESCREVE-DEPE
           PERFORM 084000-ESCREVE-CANAL
      *
           MOVE SPACES          TO REG-RELSIM
           WRITE REG-RELSIM
      *
           MOVE W-QT-PRM        TO W-TOT-QT-PRM
           WRITE REG-RELSIM     FROM W-LN-TOTAL-1
      *
           MOVE W-QT-LIDO       TO W-TOT-QT-LIDO
           WRITE REG-RELSIM     FROM W-LN-TOTAL-2
      *
           MOVE W-GERAL-QT-SIT (1) TO W-TOT-QT-SIT-1
           WRITE REG-RELSIM     FROM W-LN-TOTAL-3
      *
           MOVE W-GERAL-QT-SIT (2) TO W-TOT-QT-SIT-2
           WRITE REG-RELSIM     FROM W-LN-TOTAL-4
      *
           MOVE W-GERAL-QT-SIT (3) TO W-TOT-QT-SIT-3
           WRITE REG-RELSIM     FROM W-LN-TOTAL-5
      *
           MOVE W-GERAL-QT-SIT (4) TO W-TOT-QT-SIT-4
           WRITE REG-RELSIM     FROM W-LN-TOTAL-6
           .
       080000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       082000-ESCREVE-DEPE  SECTION.
      *----------------------------------------------------------------*
      * Uma linha por dependencia com ordem reapresentada.
      *
           MOVE SPACES TO REG-RELSIM
           WRITE REG-RELSIM
      *
           MOVE 1 TO W-IX-DEPE
           .
       082000-PROXIMA-DEPE.
           IF  W-IX-DEPE GREATER 10000
               GO TO 082000-SAI
           END-IF
      *
           IF  W-DEPE-QT-ORD (W-IX-DEPE) EQUAL ZEROS
               ADD 1 TO W-IX-DEPE
               GO TO 082000-PROXIMA-DEPE
           END-IF
      *
           COMPUTE W-DEP-CD-DEPE = W-IX-DEPE - 1
           MOVE W-DEPE-QT-ORD (W-IX-DEPE) TO W-DEP-QT-ORD
           MOVE 1 TO W-IX-SIT
           PERFORM 083000-MONTA-SIT-DEPE 4 TIMES
           WRITE REG-RELSIM FROM W-LN-DEPE
      *
           ADD 1 TO W-IX-DEPE
           GO TO 082000-PROXIMA-DEPE
           .
       082000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       083000-MONTA-SIT-DEPE  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE W-NM-SIT (W-IX-SIT)       TO W-DEP-NM-SIT (W-IX-SIT)
           MOVE W-DEPE-QT-SIT (W-IX-DEPE W-IX-SIT)
                                          TO W-DEP-QT-SIT (W-IX-SIT)
           ADD 1 TO W-IX-SIT
           .
       083000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       084000-ESCREVE-CANAL  SECTION.
      *----------------------------------------------------------------*
      * Uma linha por canal original, na ordem de aparicao.
      *
           MOVE SPACES TO REG-RELSIM
           WRITE REG-RELSIM
      *
           MOVE 1 TO W-IX-CNL
           .
       084000-PROXIMO-CANAL.
           IF  W-IX-CNL GREATER W-QT-CNL
               GO TO 084000-SAI
           END-IF
      *
           MOVE W-CNL-CD-CNL (W-IX-CNL) TO W-CAN-CD-CNL
           MOVE W-CNL-QT-ORD (W-IX-CNL) TO W-CAN-QT-ORD
           MOVE 1 TO W-IX-SIT
           PERFORM 085000-MONTA-SIT-CANAL 4 TIMES
           WRITE REG-RELSIM FROM W-LN-CNL
      *
           ADD 1 TO W-IX-CNL
           GO TO 084000-PROXIMO-CANAL
           .
       084000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       085000-MONTA-SIT-CANAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE W-NM-SIT (W-IX-SIT)       TO W-CAN-NM-SIT (W-IX-SIT)
           MOVE W-CNL-QT-SIT (W-IX-CNL W-IX-SIT)
                                          TO W-CAN-QT-SIT (W-IX-SIT)
           ADD 1 TO W-IX-SIT
           .
       085000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       090000-FECHA-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE PRMSIM
           CLOSE ORDSIM
           CLOSE RELSIM
           .
       090000-SAI.
           EXIT
           .
