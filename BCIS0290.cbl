      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 002 15102026 Manut.  F7021226 Area L-OPES500V no layout
      *                               canonico unico do BCIS0274:
      *                               numero da ordem e usuario na
      *                               posicao do book e a extensao da
      *                               simulacao como cauda unica.
      * 001 02092026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0290 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS002'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
      * incluindo a tabela de erros do modo de lista (book real
      * OPEK500V nao disponivel nesta arvore - ver BCIS0274).
       01  L-OPES500V.
      *    Numero da ordem e usuario - campos do book, na posicao do
      *    book (mesma abertura do BCIS0269):
           03  S500V-CD-IDFR-ORD-PGTO      PIC 9(10).
           03  S500V-CD-USU                PIC X(08).
           03  S500V-CD-TIP-OPR            PIC X(02).
           03  S500V-OPCAO                 PIC X(03).
           03  S500V-CD-CNL                PIC X(01).
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
       01  W-LN-CABEC-PCT.
           03  FILLER                  PIC X(08) VALUE 'PACOTE '.
           03  W-CAB-NR-PCT            PIC 9(08).
