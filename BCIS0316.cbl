      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0316
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Carga mensal do diretorio BIC publicado (arquivo
      *             BICDIR, classificado pela JCL por BIC) sobre o
      *             diretorio de correspondentes BCI316D. O livro de
      *             banqueiros consultado por OPES500V/710-000-VALIDA-
      *             BANQ-BNFC via BDDE142K pertence ao sistema BDD e so
      *             e lido daqui; o BCI316D e a copia local, mantida
      *             por esta carga, que permite saber o que mudou de um
      *             mes p/ o outro:
      *             1) casamento balanceado BICDIR x BCI316D - inclui
      *                BIC novo, altera nome/cidade/pais/endereco que
      *                mudaram e exclui (logicamente, situacao 'E') o
      *                BIC que saiu do diretorio; BIC excluido que volta
      *                e reativado. Relatorio de diferencas RELBIC;
      *             2) lista de impacto RELIMP: beneficiarios
      *                frequentes (BCI007B), as ordens permanentes
      *                ligadas a eles (BCI011O, mesma chave) e ordens
      *                em aberto no acompanhamento (BCI277S) que apontam
      *                p/ BIC alterado ou excluido nesta carga, p/ as
      *                dependencias procurarem o cliente antes da
      *                proxima remessa ser recusada.
      *             O movimento fica marcado no BCI316D com a data da
      *             carga: reexecutada no mesmo dia, a carga nao acha
      *             mais diferencas, mas a lista de impacto sai igual.
      *             Arquivo BICDIR vazio aborta sem tocar a base.
      *             O passo de SORT da JCL classifica o BICDIR pelo BIC
      *             ja completado em 11 posicoes (BIC8 com 'XXX' nas
      *             posicoes 9-11, p.ex. INREC), a mesma chave do
      *             BCI316D; BIC fora de sequencia apos a normalizacao
      *             aborta a carga com RC 16 - corrigida a classificacao
      *             e reexecutada a carga, BIC excluido indevidamente
      *             antes do abend volta como reativado.
      *             RETURN-CODE 4 quando ha item na lista de impacto.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0316.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Diretorio BIC publicado (mensal)
           SELECT BICDIR ASSIGN TO BICDIR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-BICDIR.
      *
      * Diretorio local de correspondentes (mantido por esta carga)
           SELECT ARQ-BCI316D  ASSIGN TO BCI316D
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI316D-CHV
                  FILE STATUS  IS W-FS-BCI316D.
      *
      * Beneficiarios frequentes (mantidos pelo BCIS007M)
           SELECT ARQ-BCI007B  ASSIGN TO BCI007B
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI007B-CHV
                  FILE STATUS  IS W-FS-BCI007B.
      *
      * Ordens permanentes (mantidas pelo BCIS011M)
           SELECT ARQ-BCI011O  ASSIGN TO BCI011O
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI011O-CHV
                  FILE STATUS  IS W-FS-BCI011O.
      *
      * Situacao corrente do acompanhamento (mantida pelo BCIS0277)
           SELECT ARQ-BCI277S  ASSIGN TO BCI277S
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI277S-CHV
                  FILE STATUS  IS W-FS-BCI277S.
      *
           SELECT RELBIC ASSIGN TO RELBIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-RELBIC.
      *
           SELECT RELIMP ASSIGN TO RELIMP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-RELIMP.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  BICDIR
           RECORDING MODE IS F.
       01  REG-BICDIR.
           03  BICDIR-CD-BIC               PIC X(11).
           03  BICDIR-NM-IFC               PIC X(70).
           03  BICDIR-NM-CID               PIC X(35).
           03  BICDIR-CD-PAIS-ISO          PIC X(02).
           03  BICDIR-TX-END               PIC X(70).
           03  FILLER                      PIC X(12).
      *
       FD  ARQ-BCI316D.
       01  REG-BCI316D.
           03  REG-BCI316D-CHV.
               05  REG-BCI316D-CD-BIC          PIC X(11).
           03  REG-BCI316D-NM-IFC              PIC X(70).
           03  REG-BCI316D-NM-CID              PIC X(35).
           03  REG-BCI316D-CD-PAIS-ISO         PIC X(02).
           03  REG-BCI316D-TX-END              PIC X(70).
           03  REG-BCI316D-CD-SIT              PIC X(01).
               88  REG-BCI316D-ATIVO           VALUE 'A'.
               88  REG-BCI316D-EXCLUIDO        VALUE 'E'.
           03  REG-BCI316D-CD-ULT-MVT          PIC X(01).
           03  REG-BCI316D-DT-ULT-MVT          PIC 9(08).
           03  REG-BCI316D-DT-INCL             PIC 9(08).
           03  FILLER                          PIC X(20).
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
       FD  RELBIC
           RECORDING MODE IS F.
       01  REG-RELBIC                      PIC X(132).
      *
       FD  RELIMP
           RECORDING MODE IS F.
       01  REG-RELIMP                      PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0316 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BICDIR                 PIC X(02) VALUE '00'.
       77  W-FS-BCI316D                PIC X(02) VALUE ZEROS.
       77  W-FS-BCI007B                PIC X(02) VALUE ZEROS.
       77  W-FS-BCI011O                PIC X(02) VALUE ZEROS.
       77  W-FS-BCI277S                PIC X(02) VALUE ZEROS.
       77  W-FS-RELBIC                 PIC X(02) VALUE '00'.
       77  W-FS-RELIMP                 PIC X(02) VALUE '00'.
       77  W-IN-FIM-BICDIR             PIC X(01) VALUE 'N'.
           88  FIM-BICDIR                        VALUE 'S'.
       77  W-IN-FIM-BASE               PIC X(01) VALUE 'N'.
           88  FIM-BASE                          VALUE 'S'.
       77  W-IN-FIM-BCI007B            PIC X(01) VALUE 'N'.
           88  FIM-BCI007B                       VALUE 'S'.
       77  W-IN-FIM-BCI277S            PIC X(01) VALUE 'N'.
           88  FIM-BCI277S                       VALUE 'S'.
      *
       01  W-DT-EXEC-AMD               PIC 9(08) VALUE ZEROS.
      *
      * Chaves do casamento (HIGH-VALUES no fim de cada lado) e BIC
      * normalizado em 11 posicoes (BIC8 recebe a filial 'XXX', mesma
      * convencao de OPES500V/710-200-TRATA-CSR-SWFT)
       01  W-CHV-DIR                   PIC X(11) VALUE SPACES.
       01  W-CHV-BASE                  PIC X(11) VALUE SPACES.
       01  W-CHV-DIR-ANT               PIC X(11) VALUE LOW-VALUES.
       01  W-CD-BIC-PSQ                PIC X(11) VALUE SPACES.
       01  W-CD-BIC-NORM               PIC X(11) VALUE SPACES.
      *
       01  W-REG-BCI316D-SALVO         PIC X(226) VALUE SPACES.
       01  W-CD-MVT-IMP                PIC X(01) VALUE SPACES.
      *
      * Totais
       77  W-QT-LIDO-DIR               PIC 9(07) VALUE ZEROS.
       77  W-QT-INCL                   PIC 9(07) VALUE ZEROS.
       77  W-QT-ALTR                   PIC 9(07) VALUE ZEROS.
       77  W-QT-EXCL                   PIC 9(07) VALUE ZEROS.
       77  W-QT-REAT                   PIC 9(07) VALUE ZEROS.
       77  W-QT-SEM-ALTR               PIC 9(07) VALUE ZEROS.
       77  W-QT-DUPL                   PIC 9(07) VALUE ZEROS.
       77  W-QT-ERRO-GRV               PIC 9(07) VALUE ZEROS.
       77  W-QT-IMP-BNFC               PIC 9(07) VALUE ZEROS.
       77  W-QT-IMP-PERM               PIC 9(07) VALUE ZEROS.
       77  W-QT-IMP-ORD                PIC 9(07) VALUE ZEROS.
      *
       01  W-LN-CABEC-BIC.
           03  FILLER                  PIC X(44) VALUE
               'BCIS0316 - DIFERENCAS DO DIRETORIO BIC   DT='.
           03  W-CBB-DT-EXEC           PIC 9(08).
      *
       01  W-LN-DIF.
           03  W-DIF-TX-MVT            PIC X(10).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DIF-CD-BIC            PIC X(11).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DIF-TX-LADO           PIC X(07).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DIF-NM-IFC            PIC X(60).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DIF-NM-CID            PIC X(35).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DIF-CD-PAIS-ISO       PIC X(02).
      *
       01  W-LN-CABEC-IMP.
           03  FILLER                  PIC X(44) VALUE
               'BCIS0316 - IMPACTO DA CARGA DO BIC       DT='.
           03  W-CBI-DT-EXEC           PIC 9(08).
      *
       01  W-LN-IMP.
           03  W-IMP-TX-ORIG           PIC X(10).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-IMP-CD-BIC            PIC X(11).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-IMP-TX-MVT            PIC X(09).
           03  FILLER                  PIC X(05) VALUE ' CLI '.
           03  W-IMP-CD-CLI            PIC Z(8)9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-IMP-TX-IDFR           PIC X(14).
           03  FILLER                  PIC X(06) VALUE ' DEPE '.
           03  W-IMP-CD-PRF-DEPE       PIC ZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-IMP-TX-CMPL           PIC X(35).
      *
       01  W-ED-CD-BNFC-FAVT           PIC 9(03).
       01  W-ED-NR-ORD                 PIC 9(10).
       01  W-ED-VL-MOEE                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  W-LN-TOTAL-1.
           03  FILLER                  PIC X(32) VALUE
               'REGISTROS LIDOS DO DIRETORIO..:'.
           03  W-TOT-QT-LIDO           PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-2.
           03  FILLER                  PIC X(32) VALUE
               'BIC INCLUIDOS.................:'.
           03  W-TOT-QT-INCL           PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-3.
           03  FILLER                  PIC X(32) VALUE
               'BIC ALTERADOS.................:'.
           03  W-TOT-QT-ALTR           PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-4.
           03  FILLER                  PIC X(32) VALUE
               'BIC EXCLUIDOS.................:'.
           03  W-TOT-QT-EXCL           PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-5.
           03  FILLER                  PIC X(32) VALUE
               'BIC REATIVADOS................:'.
           03  W-TOT-QT-REAT           PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-6.
           03  FILLER                  PIC X(32) VALUE
               'BIC SEM ALTERACAO.............:'.
           03  W-TOT-QT-SEM-ALTR       PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-7.
           03  FILLER                  PIC X(32) VALUE
               'BIC DUPLICADOS IGNORADOS......:'.
           03  W-TOT-QT-DUPL           PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-8.
           03  FILLER                  PIC X(32) VALUE
               'ERROS DE GRAVACAO NA BCI316D..:'.
           03  W-TOT-QT-ERRO-GRV       PIC ZZZZ.ZZ9.
      *
       01  W-LN-TOTAL-9.
           03  FILLER                  PIC X(32) VALUE
               'BENEFICIARIOS FREQ. AFETADOS..:'.
           03  W-TOT-QT-IMP-BNFC       PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-10.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS PERMANENTES AFETADAS...:'.
           03  W-TOT-QT-IMP-PERM       PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-11.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS EM ABERTO AFETADAS.....:'.
           03  W-TOT-QT-IMP-ORD        PIC ZZZZ.ZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 010000-ABRE-ARQUIVOS
           PERFORM 020000-DATA-EXECUCAO
      *
           PERFORM 030000-LE-BICDIR
           IF  FIM-BICDIR
               DISPLAY 'BCIS0316 - Arquivo BICDIR vazio - carga '
                       'cancelada, BCI316D nao alterada'
               PERFORM 090000-FECHA-ARQUIVOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           PERFORM 035000-LE-BCI316D
           PERFORM 040000-CASA-DIRETORIO
               UNTIL FIM-BICDIR AND FIM-BASE
      *
           PERFORM 060000-IMPACTO-BNFC-FAVT
           PERFORM 070000-IMPACTO-ORD-ABERTA
      *
           PERFORM 080000-ESCREVE-TOTAL
           PERFORM 090000-FECHA-ARQUIVOS
      *
           IF  W-QT-IMP-BNFC GREATER ZEROS
           OR  W-QT-IMP-ORD  GREATER ZEROS
           OR  W-QT-ERRO-GRV GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
      *
           STOP RUN
           .
      *----------------------------------------------------------------*
       010000-ABRE-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  BICDIR
           OPEN I-O    ARQ-BCI316D
           OPEN INPUT  ARQ-BCI007B
           OPEN INPUT  ARQ-BCI011O
           OPEN INPUT  ARQ-BCI277S
           OPEN OUTPUT RELBIC
           OPEN OUTPUT RELIMP
      *
           IF  W-FS-BICDIR NOT EQUAL '00'
               DISPLAY 'BCIS0316 - Erro abertura BICDIR FS='
                       W-FS-BICDIR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-BCI316D NOT EQUAL '00'
               DISPLAY 'BCIS0316 - Erro abertura BCI316D FS='
                       W-FS-BCI316D
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-BCI007B NOT EQUAL '00'
               DISPLAY 'BCIS0316 - Erro abertura BCI007B FS='
                       W-FS-BCI007B
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-BCI011O NOT EQUAL '00'
               DISPLAY 'BCIS0316 - Erro abertura BCI011O FS='
                       W-FS-BCI011O
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-BCI277S NOT EQUAL '00'
               DISPLAY 'BCIS0316 - Erro abertura BCI277S FS='
                       W-FS-BCI277S
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-RELBIC NOT EQUAL '00'
               DISPLAY 'BCIS0316 - Erro abertura RELBIC FS='
                       W-FS-RELBIC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-RELIMP NOT EQUAL '00'
               DISPLAY 'BCIS0316 - Erro abertura RELIMP FS='
                       W-FS-RELIMP
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
      *
           MOVE W-DT-EXEC-AMD TO W-CBB-DT-EXEC
           WRITE REG-RELBIC FROM W-LN-CABEC-BIC
           MOVE SPACES TO REG-RELBIC
           WRITE REG-RELBIC
      *
           MOVE W-DT-EXEC-AMD TO W-CBI-DT-EXEC
           WRITE REG-RELIMP FROM W-LN-CABEC-IMP
           MOVE SPACES TO REG-RELIMP
           WRITE REG-RELIMP
           .
       020000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       030000-LE-BICDIR  SECTION.
      *----------------------------------------------------------------*
      * Le o proximo BIC do diretorio, ja normalizado, saltando BIC
      * repetido (o primeiro vale). O casamento depende da ordem pela
      * chave normalizada: BIC menor que o anterior aborta a carga.
      *
       030000-LE.
           READ BICDIR
               AT END
                   MOVE 'S'         TO W-IN-FIM-BICDIR
                   MOVE HIGH-VALUES TO W-CHV-DIR
                   GO TO 030000-SAI
           END-READ
      *
           ADD 1 TO W-QT-LIDO-DIR
      *
           MOVE BICDIR-CD-BIC TO W-CD-BIC-PSQ
           PERFORM 050000-NORMALIZA-BIC
           MOVE W-CD-BIC-NORM TO BICDIR-CD-BIC
      *
           IF  BICDIR-CD-BIC EQUAL W-CHV-DIR-ANT
               ADD 1 TO W-QT-DUPL
               DISPLAY 'BCIS0316 - BIC repetido no diretorio: '
                       BICDIR-CD-BIC
               GO TO 030000-LE
           END-IF
      *
           IF  BICDIR-CD-BIC LESS W-CHV-DIR-ANT
               DISPLAY 'BCIS0316 - BICDIR fora de sequencia: '
                       BICDIR-CD-BIC ' apos ' W-CHV-DIR-ANT
               DISPLAY 'BCIS0316 - Classificar o BICDIR pelo BIC com '
                       'filial XXX e reexecutar'
               PERFORM 090000-FECHA-ARQUIVOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE BICDIR-CD-BIC TO W-CHV-DIR
           MOVE BICDIR-CD-BIC TO W-CHV-DIR-ANT
           .
       030000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       035000-LE-BCI316D  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-BCI316D NEXT RECORD
               AT END
                   MOVE 'S'         TO W-IN-FIM-BASE
                   MOVE HIGH-VALUES TO W-CHV-BASE
           END-READ
      *
           IF  NOT FIM-BASE
               MOVE REG-BCI316D-CD-BIC TO W-CHV-BASE
           END-IF
           .
       035000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       040000-CASA-DIRETORIO  SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN W-CHV-DIR LESS W-CHV-BASE
                   PERFORM 042000-INCLUI-BIC
                   PERFORM 030000-LE-BICDIR
               WHEN W-CHV-DIR GREATER W-CHV-BASE
                   PERFORM 044000-EXCLUI-BIC
                   PERFORM 035000-LE-BCI316D
               WHEN OTHER
                   PERFORM 046000-COMPARA-BIC
                   PERFORM 030000-LE-BICDIR
                   PERFORM 035000-LE-BCI316D
           END-EVALUATE
           .
       040000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       042000-INCLUI-BIC  SECTION.
      *----------------------------------------------------------------*
      * O registro da base sob o cursor e preservado: a inclusao usa a
      * mesma area de registro.
      *
           MOVE REG-BCI316D TO W-REG-BCI316D-SALVO
      *
           MOVE SPACES               TO REG-BCI316D
           MOVE BICDIR-CD-BIC        TO REG-BCI316D-CD-BIC
           MOVE BICDIR-NM-IFC        TO REG-BCI316D-NM-IFC
           MOVE BICDIR-NM-CID        TO REG-BCI316D-NM-CID
           MOVE BICDIR-CD-PAIS-ISO   TO REG-BCI316D-CD-PAIS-ISO
           MOVE BICDIR-TX-END        TO REG-BCI316D-TX-END
           MOVE 'A'                  TO REG-BCI316D-CD-SIT
           MOVE 'I'                  TO REG-BCI316D-CD-ULT-MVT
           MOVE W-DT-EXEC-AMD        TO REG-BCI316D-DT-ULT-MVT
           MOVE W-DT-EXEC-AMD        TO REG-BCI316D-DT-INCL
      *
           WRITE REG-BCI316D
               INVALID KEY
                   ADD 1 TO W-QT-ERRO-GRV
                   DISPLAY 'BCIS0316 - Erro inclusao BCI316D BIC='
                           BICDIR-CD-BIC ' FS=' W-FS-BCI316D
           END-WRITE
      *
           IF  W-FS-BCI316D EQUAL '00'
               ADD 1 TO W-QT-INCL
               MOVE 'INCLUSAO'  TO W-DIF-TX-MVT
               MOVE SPACES      TO W-DIF-TX-LADO
               PERFORM 048000-ESCREVE-DIF-DIR
           END-IF
      *
           MOVE W-REG-BCI316D-SALVO TO REG-BCI316D
           .
       042000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       044000-EXCLUI-BIC  SECTION.
      *----------------------------------------------------------------*
      * BIC que saiu do diretorio: exclusao logica, o registro fica
      * p/ a lista de impacto e p/ uma eventual reativacao.
      *
           IF  REG-BCI316D-EXCLUIDO
               GO TO 044000-SAI
           END-IF
      *
           MOVE 'E'           TO REG-BCI316D-CD-SIT
           MOVE 'E'           TO REG-BCI316D-CD-ULT-MVT
           MOVE W-DT-EXEC-AMD TO REG-BCI316D-DT-ULT-MVT
      *
           REWRITE REG-BCI316D
               INVALID KEY
                   ADD 1 TO W-QT-ERRO-GRV
                   DISPLAY 'BCIS0316 - Erro exclusao BCI316D BIC='
                           REG-BCI316D-CD-BIC ' FS=' W-FS-BCI316D
           END-REWRITE
      *
           IF  W-FS-BCI316D EQUAL '00'
               ADD 1 TO W-QT-EXCL
               MOVE 'EXCLUSAO'  TO W-DIF-TX-MVT
               MOVE SPACES      TO W-DIF-TX-LADO
               PERFORM 049000-ESCREVE-DIF-BASE
           END-IF
           .
       044000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       046000-COMPARA-BIC  SECTION.
      *----------------------------------------------------------------*
      *
           IF  REG-BCI316D-ATIVO
           AND REG-BCI316D-NM-IFC      EQUAL BICDIR-NM-IFC
           AND REG-BCI316D-NM-CID      EQUAL BICDIR-NM-CID
           AND REG-BCI316D-CD-PAIS-ISO EQUAL BICDIR-CD-PAIS-ISO
           AND REG-BCI316D-TX-END      EQUAL BICDIR-TX-END
               ADD 1 TO W-QT-SEM-ALTR
               GO TO 046000-SAI
           END-IF
      *
           IF  REG-BCI316D-EXCLUIDO
               MOVE 'REATIVACAO' TO W-DIF-TX-MVT
               MOVE 'I'          TO REG-BCI316D-CD-ULT-MVT
           ELSE
               MOVE 'ALTERACAO'  TO W-DIF-TX-MVT
               MOVE 'A'          TO REG-BCI316D-CD-ULT-MVT
               MOVE 'ANTES'      TO W-DIF-TX-LADO
               PERFORM 049000-ESCREVE-DIF-BASE
           END-IF
      *
           MOVE BICDIR-NM-IFC        TO REG-BCI316D-NM-IFC
           MOVE BICDIR-NM-CID        TO REG-BCI316D-NM-CID
           MOVE BICDIR-CD-PAIS-ISO   TO REG-BCI316D-CD-PAIS-ISO
           MOVE BICDIR-TX-END        TO REG-BCI316D-TX-END
           MOVE 'A'                  TO REG-BCI316D-CD-SIT
           MOVE W-DT-EXEC-AMD        TO REG-BCI316D-DT-ULT-MVT
      *
           REWRITE REG-BCI316D
               INVALID KEY
                   ADD 1 TO W-QT-ERRO-GRV
                   DISPLAY 'BCIS0316 - Erro alteracao BCI316D BIC='
                           REG-BCI316D-CD-BIC ' FS=' W-FS-BCI316D
           END-REWRITE
      *
           IF  W-FS-BCI316D EQUAL '00'
               IF  REG-BCI316D-CD-ULT-MVT EQUAL 'I'
                   ADD 1 TO W-QT-REAT
                   MOVE SPACES   TO W-DIF-TX-LADO
               ELSE
                   ADD 1 TO W-QT-ALTR
                   MOVE 'DEPOIS' TO W-DIF-TX-LADO
               END-IF
               PERFORM 048000-ESCREVE-DIF-DIR
           END-IF
           .
       046000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       048000-ESCREVE-DIF-DIR  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE BICDIR-CD-BIC        TO W-DIF-CD-BIC
           MOVE BICDIR-NM-IFC        TO W-DIF-NM-IFC
           MOVE BICDIR-NM-CID        TO W-DIF-NM-CID
           MOVE BICDIR-CD-PAIS-ISO   TO W-DIF-CD-PAIS-ISO
           WRITE REG-RELBIC FROM W-LN-DIF
           .
       048000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       049000-ESCREVE-DIF-BASE  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE REG-BCI316D-CD-BIC      TO W-DIF-CD-BIC
           MOVE REG-BCI316D-NM-IFC      TO W-DIF-NM-IFC
           MOVE REG-BCI316D-NM-CID      TO W-DIF-NM-CID
           MOVE REG-BCI316D-CD-PAIS-ISO TO W-DIF-CD-PAIS-ISO
           WRITE REG-RELBIC FROM W-LN-DIF
           .
       049000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       050000-NORMALIZA-BIC  SECTION.
      *----------------------------------------------------------------*
      * BIC8 (filial em branco) vira BIC11 com filial 'XXX'.
      *
           MOVE W-CD-BIC-PSQ TO W-CD-BIC-NORM
           IF  W-CD-BIC-NORM (1:8)  NOT EQUAL SPACES
           AND W-CD-BIC-NORM (9:3)  EQUAL SPACES
               MOVE 'XXX' TO W-CD-BIC-NORM (9:3)
           END-IF
           .
       050000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       055000-VERIFICA-MVT-BIC  SECTION.
      *----------------------------------------------------------------*
      * Devolve em W-CD-MVT-IMP o movimento desta carga ('A' alterado
      * / 'E' excluido) do BIC em W-CD-BIC-PSQ, ou espaco quando o BIC
      * nao mudou (ou nao consta do diretorio).
      *
           MOVE SPACES TO W-CD-MVT-IMP
      *
           IF  W-CD-BIC-PSQ EQUAL SPACES
               GO TO 055000-SAI
           END-IF
      *
           PERFORM 050000-NORMALIZA-BIC
           MOVE W-CD-BIC-NORM TO REG-BCI316D-CD-BIC
      *
           READ ARQ-BCI316D
               INVALID KEY
                   GO TO 055000-SAI
           END-READ
      *
           IF  REG-BCI316D-DT-ULT-MVT EQUAL W-DT-EXEC-AMD
           AND (REG-BCI316D-CD-ULT-MVT EQUAL 'A' OR
                REG-BCI316D-CD-ULT-MVT EQUAL 'E')
               MOVE REG-BCI316D-CD-ULT-MVT TO W-CD-MVT-IMP
               IF  REG-BCI316D-CD-ULT-MVT EQUAL 'A'
                   MOVE 'ALTERADO'  TO W-IMP-TX-MVT
               ELSE
                   MOVE 'EXCLUIDO'  TO W-IMP-TX-MVT
               END-IF
           END-IF
           .
       055000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       060000-IMPACTO-BNFC-FAVT  SECTION.
      *----------------------------------------------------------------*
      * Beneficiarios frequentes; p/ cada afetado, a ordem permanente
      * de mesma chave (cliente + codigo do beneficiario), se houver.
      *
           PERFORM 062000-LE-BCI007B
           PERFORM 064000-VERIFICA-BNFC-FAVT UNTIL FIM-BCI007B
           .
       060000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       062000-LE-BCI007B  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-BCI007B NEXT RECORD
               AT END
                   MOVE 'S' TO W-IN-FIM-BCI007B
           END-READ
           .
       062000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       064000-VERIFICA-BNFC-FAVT  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE REG-BCI007B-CD-SWFT-BNFC TO W-CD-BIC-PSQ
           PERFORM 055000-VERIFICA-MVT-BIC
      *
           IF  W-CD-MVT-IMP EQUAL SPACES
               PERFORM 062000-LE-BCI007B
               GO TO 064000-SAI
           END-IF
      *
           ADD 1 TO W-QT-IMP-BNFC
           MOVE REG-BCI007B-CD-BNFC-FAVT TO W-ED-CD-BNFC-FAVT
           MOVE 'BNFC-FREQ'              TO W-IMP-TX-ORIG
           MOVE REG-BCI007B-CD-SWFT-BNFC TO W-IMP-CD-BIC
           MOVE REG-BCI007B-CD-CLI       TO W-IMP-CD-CLI
           MOVE SPACES                   TO W-IMP-TX-IDFR
           STRING 'BNFC ' W-ED-CD-BNFC-FAVT
                  DELIMITED BY SIZE
                  INTO W-IMP-TX-IDFR
           END-STRING
           MOVE ZEROS                    TO W-IMP-CD-PRF-DEPE
           MOVE REG-BCI007B-NM-BNFC      TO W-IMP-TX-CMPL
           WRITE REG-RELIMP FROM W-LN-IMP
      *
           MOVE REG-BCI007B-CD-CLI       TO REG-BCI011O-CD-CLI
           MOVE REG-BCI007B-CD-BNFC-FAVT TO REG-BCI011O-CD-BNFC-FAVT
           READ ARQ-BCI011O
               INVALID KEY
                   PERFORM 062000-LE-BCI007B
                   GO TO 064000-SAI
           END-READ
      *
           ADD 1 TO W-QT-IMP-PERM
           MOVE REG-BCI011O-VL-MOEE         TO W-ED-VL-MOEE
           MOVE 'ORD-PERM'                  TO W-IMP-TX-ORIG
           MOVE REG-BCI011O-CD-PRF-DEPE-EMT TO W-IMP-CD-PRF-DEPE
           MOVE SPACES                      TO W-IMP-TX-CMPL
           STRING 'SIT ' REG-BCI011O-IN-SIT
                  ' DIA ' REG-BCI011O-DD-GRC
                  ' VL ' W-ED-VL-MOEE
                  DELIMITED BY SIZE
                  INTO W-IMP-TX-CMPL
           END-STRING
           WRITE REG-RELIMP FROM W-LN-IMP
      *
           PERFORM 062000-LE-BCI007B
           .
       064000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       070000-IMPACTO-ORD-ABERTA  SECTION.
      *----------------------------------------------------------------*
      * Ordens ainda nao liquidadas no acompanhamento - mesmos estados
      * em aberto da varredura do BCIS0303.
      *
           PERFORM 072000-LE-BCI277S
           PERFORM 074000-VERIFICA-ORDEM UNTIL FIM-BCI277S
           .
       070000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       072000-LE-BCI277S  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-BCI277S NEXT RECORD
               AT END
                   MOVE 'S' TO W-IN-FIM-BCI277S
           END-READ
           .
       072000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       074000-VERIFICA-ORDEM  SECTION.
      *----------------------------------------------------------------*
      *
           IF  REG-BCI277S-CD-EST-ATU EQUAL 'R'
           OR  REG-BCI277S-CD-EST-ATU EQUAL 'S'
           OR  REG-BCI277S-CD-EST-ATU EQUAL 'A'
           OR  REG-BCI277S-CD-EST-ATU EQUAL 'E'
           OR  REG-BCI277S-CD-EST-ATU EQUAL 'Q'
           OR  REG-BCI277S-CD-EST-ATU EQUAL 'K'
           OR  REG-BCI277S-CD-EST-ATU EQUAL 'N'
               MOVE REG-BCI277S-CD-SWFT-BNFC TO W-CD-BIC-PSQ
               PERFORM 055000-VERIFICA-MVT-BIC
               IF  W-CD-MVT-IMP NOT EQUAL SPACES
                   ADD 1 TO W-QT-IMP-ORD
                   MOVE REG-BCI277S-CD-IDFR-ORD  TO W-ED-NR-ORD
                   MOVE REG-BCI277S-VL-MOEE      TO W-ED-VL-MOEE
                   MOVE 'ORD-ABERTA'             TO W-IMP-TX-ORIG
                   MOVE REG-BCI277S-CD-SWFT-BNFC TO W-IMP-CD-BIC
                   MOVE REG-BCI277S-CD-CLI       TO W-IMP-CD-CLI
                   MOVE SPACES                   TO W-IMP-TX-IDFR
                   STRING 'ORD ' W-ED-NR-ORD
                          DELIMITED BY SIZE
                          INTO W-IMP-TX-IDFR
                   END-STRING
                   MOVE REG-BCI277S-CD-PRF-DEPE-EMT
                                                 TO W-IMP-CD-PRF-DEPE
                   MOVE SPACES                   TO W-IMP-TX-CMPL
                   STRING 'EST ' REG-BCI277S-CD-EST-ATU
                          ' LQDC ' REG-BCI277S-DT-LQDC
                          ' VL ' W-ED-VL-MOEE
                          DELIMITED BY SIZE
                          INTO W-IMP-TX-CMPL
                   END-STRING
                   WRITE REG-RELIMP FROM W-LN-IMP
               END-IF
           END-IF
      *
           PERFORM 072000-LE-BCI277S
           .
       074000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       080000-ESCREVE-TOTAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES             TO REG-RELBIC
           WRITE REG-RELBIC
      *
           MOVE W-QT-LIDO-DIR      TO W-TOT-QT-LIDO
           WRITE REG-RELBIC        FROM W-LN-TOTAL-1
           MOVE W-QT-INCL          TO W-TOT-QT-INCL
           WRITE REG-RELBIC        FROM W-LN-TOTAL-2
           MOVE W-QT-ALTR          TO W-TOT-QT-ALTR
           WRITE REG-RELBIC        FROM W-LN-TOTAL-3
           MOVE W-QT-EXCL          TO W-TOT-QT-EXCL
           WRITE REG-RELBIC        FROM W-LN-TOTAL-4
           MOVE W-QT-REAT          TO W-TOT-QT-REAT
           WRITE REG-RELBIC        FROM W-LN-TOTAL-5
           MOVE W-QT-SEM-ALTR      TO W-TOT-QT-SEM-ALTR
           WRITE REG-RELBIC        FROM W-LN-TOTAL-6
           MOVE W-QT-DUPL          TO W-TOT-QT-DUPL
           WRITE REG-RELBIC        FROM W-LN-TOTAL-7
           MOVE W-QT-ERRO-GRV      TO W-TOT-QT-ERRO-GRV
           WRITE REG-RELBIC        FROM W-LN-TOTAL-8
      *
           MOVE SPACES             TO REG-RELIMP
           WRITE REG-RELIMP
      *
           MOVE W-QT-IMP-BNFC      TO W-TOT-QT-IMP-BNFC
           WRITE REG-RELIMP        FROM W-LN-TOTAL-9
           MOVE W-QT-IMP-PERM      TO W-TOT-QT-IMP-PERM
           WRITE REG-RELIMP        FROM W-LN-TOTAL-10
           MOVE W-QT-IMP-ORD       TO W-TOT-QT-IMP-ORD
           WRITE REG-RELIMP        FROM W-LN-TOTAL-11
           .
       080000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       090000-FECHA-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE BICDIR
           CLOSE ARQ-BCI316D
           CLOSE ARQ-BCI007B
           CLOSE ARQ-BCI011O
           CLOSE ARQ-BCI277S
           CLOSE RELBIC
           CLOSE RELIMP
           .
       090000-SAI.
           EXIT
           .
