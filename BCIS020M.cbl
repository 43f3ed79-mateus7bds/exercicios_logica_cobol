      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS020M
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Transacao online de confirmacao fora do canal da
      *             ordem retida no primeiro pagamento a beneficiario
      *             novo (BCI333R, mantida pelo BCIS0333). O
      *             atendimento consulta a retencao da ordem e, com a
      *             confirmacao do cliente obtida por outro meio
      *             (retorno de ligacao, agencia), libera a ordem:
      *             BCIS0333 funcao 3, com o usuario que confirmou e o
      *             meio/motivo da confirmacao gravados na retencao
      *             (situacao 'L'). A ordem liberada segue p/ a
      *             mensageria no proximo BCIS0286. Mesmo padrao de
      *             commarea do BCIS013M/BCIS019M.
      *             Funcoes:
      *             1 = consulta a retencao da ordem (BCIS0333 funcao
      *                 5);
      *             2 = confirma e libera (BCIS0333 funcao 3) - usuario
      *                 e motivo obrigatorios; somente ordem ainda
      *                 retida ('R').
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS020M.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      ******************************************************************
      ************** Tabela lista de programas chamados ****************
      ******************************************************************
       01 TAB-PROGRAMAS-CHAMADOS.
          03 BCIS0333                      PIC X(8) VALUE 'BCIS0333'.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS020M ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
      * BCIS0333 - Retencao do primeiro pagamento a beneficiario novo
      * (area espelho do DFHCOMMAREA do BCIS0333)
       01  L-BCIS0333.
           03  K0333-CD-FUC                 PIC  9(01).
           03  K0333-CD-IDFR-ORD            PIC  9(10).
           03  K0333-CD-CLI                 PIC  9(09).
           03  K0333-CD-SWFT-BNFC           PIC  X(11).
           03  K0333-CD-CT-BNFC             PIC  X(20).
           03  K0333-NM-BNFC                PIC  X(35).
           03  K0333-CD-CNL                 PIC  X(01).
           03  K0333-CD-TIP-CLI             PIC  9(01).
           03  K0333-CD-MOE                 PIC  9(03).
           03  K0333-VL-MOEE                PIC  9(13)V9(02).
           03  K0333-VL-MOEN                PIC  9(13)V9(02).
           03  K0333-VL-LIM-RET             PIC  9(08).
           03  K0333-QT-HR-RET              PIC  9(03).
           03  K0333-CD-USU                 PIC  X(08).
           03  K0333-DT-ATU                 PIC  9(08).
           03  K0333-HR-ATU                 PIC  9(06).
           03  K0333-TX-MTV                 PIC  X(40).
           03  K0333-IN-BNFC-FAVT           PIC  X(01).
           03  K0333-CD-EST                 PIC  X(01).
           03  K0333-DT-FIM-RET             PIC  9(08).
           03  K0333-HR-FIM-RET             PIC  9(06).
           03  K0333-CD-RTN                 PIC  9(02).
           03  K0333-TX-MSG-RTN             PIC  X(60).
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  K020M-CD-FUC            PIC 9(01).
               88  K020M-CONSULTA      VALUE 1.
               88  K020M-CONFIRMA      VALUE 2.
           03  K020M-CD-IDFR-ORD       PIC 9(10).
           03  K020M-CD-USU            PIC X(08).
           03  K020M-DT-ATU            PIC 9(08).
           03  K020M-HR-ATU            PIC 9(06).
           03  K020M-TX-MTV            PIC X(40).
           03  K020M-CD-EST            PIC X(01).
           03  K020M-DT-FIM-RET        PIC 9(08).
           03  K020M-HR-FIM-RET        PIC 9(06).
           03  K020M-CD-RTN            PIC 9(02).
           03  K020M-TX-MSG-RTN        PIC X(60).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO K020M-CD-RTN.
           MOVE SPACES TO K020M-TX-MSG-RTN.
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 1 TO K020M-CD-RTN
               MOVE 'S020M - Area com tamanho invalido (book).'
                   TO K020M-TX-MSG-RTN
               GOBACK
           END-IF
      *
           IF  K020M-CONFIRMA
               PERFORM 050-000-CRITICA-CONFIRMACAO
               IF  K020M-CD-RTN NOT EQUAL ZEROS
                   GOBACK
               END-IF
           END-IF
      *
           EVALUATE TRUE
               WHEN K020M-CONSULTA
               WHEN K020M-CONFIRMA
                   PERFORM 100-000-CHAMA-BCIS0333
               WHEN OTHER
                   MOVE 2 TO K020M-CD-RTN
                   MOVE 'S020M - Codigo de funcao invalido.'
                       TO K020M-TX-MSG-RTN
           END-EVALUATE
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       050-000-CRITICA-CONFIRMACAO  SECTION.
      *----------------------------------------------------------------*
      * A liberacao fica registrada com quem confirmou e como: sem
      * usuario ou sem o meio da confirmacao a ordem nao e liberada.
      *
           IF  K020M-CD-IDFR-ORD EQUAL ZEROS
               MOVE 4 TO K020M-CD-RTN
               MOVE 'S020M - Informe o numero da ordem.'
                   TO K020M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           IF  K020M-CD-USU EQUAL SPACES
               MOVE 4 TO K020M-CD-RTN
               MOVE 'S020M - Informe o usuario que confirmou.'
                   TO K020M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           IF  K020M-TX-MTV EQUAL SPACES
               MOVE 4 TO K020M-CD-RTN
               MOVE 'S020M - Informe o meio/motivo da confirmacao.'
                   TO K020M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           IF  K020M-DT-ATU EQUAL ZEROS
               MOVE 4 TO K020M-CD-RTN
               MOVE 'S020M - Informe a data da confirmacao.'
                   TO K020M-TX-MSG-RTN
           END-IF
           .
       050-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       100-000-CHAMA-BCIS0333  SECTION.
      *----------------------------------------------------------------*
      * Consulta (funcao 5) ou liberacao por confirmacao (funcao 3) da
      * retencao; a situacao e o fim da carencia voltam a tela.
      *
           INITIALIZE L-BCIS0333
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0
      *
           IF  K020M-CONFIRMA
               MOVE 3                  TO K0333-CD-FUC
               MOVE K020M-CD-USU       TO K0333-CD-USU
               MOVE K020M-DT-ATU       TO K0333-DT-ATU
               MOVE K020M-HR-ATU       TO K0333-HR-ATU
               MOVE K020M-TX-MTV       TO K0333-TX-MTV
           ELSE
               MOVE 5                  TO K0333-CD-FUC
           END-IF
      *
           MOVE K020M-CD-IDFR-ORD      TO K0333-CD-IDFR-ORD
      *
           MOVE LENGTH OF L-BCIS0333 TO EIBCALEN
           CALL BCIS0333 USING DFHEIBLK L-BCIS0333
      *
           IF  K0333-CD-RTN NOT EQUAL ZEROS
               MOVE K0333-CD-RTN       TO K020M-CD-RTN
               MOVE K0333-TX-MSG-RTN   TO K020M-TX-MSG-RTN
               GO TO 100-000-SAI
           END-IF
      *
           MOVE K0333-CD-EST           TO K020M-CD-EST
           MOVE K0333-DT-FIM-RET       TO K020M-DT-FIM-RET
           MOVE K0333-HR-FIM-RET       TO K020M-HR-FIM-RET
      *
           IF  K020M-CONFIRMA
               MOVE 'S020M - Ordem liberada p/ a mensageria.'
                   TO K020M-TX-MSG-RTN
           END-IF
           .
       100-000-SAI.
           EXIT
           .
