      * ---------------------------------------------------------------*
      * Vrs Data     Entrega Respon. Descrição da versão
      * --- -------- ------- ------- ----------------------------------*
      * 151 15102026         F7021226 Spread de cambio sobre a taxa
      *                               base do OPES824S por segmento,
      *                               canal e moeda, ou negociado p/
      *                               o cliente (tabela BCI019S com
      *                               vigencia, BCIS019M/BCIS019R),
      *                               aplicado na fase 'D' (933-000);
      *                               a trava de taxa guarda a base e
      *                               a aplicada (BCIS0293); a ordem
      *                               confirmada registra as duas
      *                               (BCIS0335/BCI335T, 932-000) p/ o
      *                               relatorio de receita (BCIS0336)
      *                               e cancela com a ordem (934-000).
      *                               Historico BCI0273 e critica de
      *                               desvio ficam na taxa base. Taxa
      *                               base/spread zerados a cada
      *                               chamada; ordem agendada nao
      *                               grava BCI335T. Erros 286 a 288.
      * 150 15102026         F7021226 Retencao do primeiro pagamento
      *                               a beneficiario novo: ordem acima
      *                               do valor parametrizado p/ canal
      *                               e segmento (VL-RET-BNFC-cs no
      *                               BCIS003R) a beneficiario que o
      *                               cliente nunca pagou (BCIS0270
      *                               funcao 3, sem a propria ordem,
      *                               + frequentes BCI007B)
      *                               e aceita retida por QT-HR-RET-
      *                               BNFC horas ou ate a confirmacao
      *                               fora do canal (928-000, retorno
      *                               S500V-IN-RET-BNFC); retencao
      *                               gravada na confirmacao (BCIS0333
      *                               BCI333R, 929-000) e cancelada
      *                               com a ordem (931-000). Erros 284
      *                               e 285.
      * 149 15102026         F7021226 Conformidade SWIFT da MT103:
      *                               tomador, nome e endereco do
      *                               beneficiario e detalhes do
      *                               pagamento das ordens SWIFT sao
      *                               transliterados p/ o conjunto X
      *                               e quebrados nas linhas dos
      *                               campos 50K, 59 e 70 (BCIS0332,
      *                               926-000). O texto ajustado volta
      *                               ao operador (S500V-IN-AJST-SWFT
      *                               e S500V-TX-SWFT-*) e e gravado
      *                               com a ordem na confirmacao
      *                               (BCI332T, 927-000) p/ a montagem
      *                               da MT103 no BCIS0286. Erros 282
      *                               e 283.
      * 148 15102026         F7021226 Habilitacao de tipo de ordem
      *                               por canal + interface (+
      *                               dependencia opcional) passa a
      *                               ser parametro com vigencia na
      *                               BCI018D (tela BCIS018M, consulta
      *                               BCIS018R, 925-000): combinacao
      *                               desabilitada recusa a inclusao/
      *                               alteracao com a mensagem
      *                               cadastrada. Erros 280 e 281.
      * 147 15102026         F7021226 Indice de ordens por tomador:
      *                               a confirmacao (inclusao e
      *                               alteracao) grava a ordem na
      *                               BCI330I (BCIS0330, 924-000) por
      *                               CPF/CNPJ e por cliente, base da
      *                               consulta online BCIS0331. Erro
      *                               279.
      * 146 15102026         F7021226 Faturamento mensal de tarifas:
      *                               cliente com convenio vigente
      *                               (BCI016D, BCIS016R, 922-000)
      *                               devolve S500V-IN-TARF-FATM =
      *                               'S'; o bloqueio de saldo da fase
      *                               'D' fica sem as tarifas e a
      *                               confirmacao acumula a tarifa da
      *                               ordem na BCI326T (BCIS0326,
      *                               923-000) em vez do debito - a
      *                               contabilizacao (BCIS0281) pula a
      *                               tarifa e o BCIS0327 fatura no
      *                               fechamento do mes. Erros 277 e
      *                               278.
      * 145 15102026         F7021226 VET (Valor Efetivo Total): a
      *                               fase 'D', a cotacao WSUN 'Q'
      *                               (515-000) e a confirmacao
      *                               calculam o custo total em reais
      *                               por unidade de moeda estrangeira
      *                               - moeda nacional a taxa do
      *                               cliente (spread incluido) +
      *                               tarifas + IOF (920-000) - e o
      *                               devolvem em S500V-VL-IOF-MOEN,
      *                               S500V-VL-CST-TTL-MOEN e
      *                               S500V-VL-VET, p/ a tela do canal
      *                               e o comprovante. A confirmacao
      *                               grava o VET da ordem na BCI325V
      *                               (BCIS0325, 921-000, erros 275 e
      *                               276).
      * 144 15102026         F7021226 Modo simulacao (S500V-IN-SMLC
      *                               = 'S', driver BCIS0321): a
      *                               ordem historica e reavaliada no
      *                               instante do registro original
      *                               (S500V-TS-SMLC em DATA-HORA e
      *                               L-DT-ATU) com os parametros
      *                               propostos servidos pelo BCIS003C
      *                               (funcao 4); nenhuma gravacao e
      *                               feita - acumulador, janela de
      *                               duplicidade, eventos, posicao,
      *                               bloqueio de saldo, fila de
      *                               compliance, travas, agenda,
      *                               documento, sequencial e logs.
      *                               O limite acumulado usa o valor
      *                               apurado pelo driver (S500V-VL-
      *                               ACMD-DIA/MES-SMLC) e a duplici-
      *                               dade/abono nao sao reavaliados.
      * 143 15102026         F7021226 Documento comprobatorio: a
      *                               natureza/tipo de cliente/faixa
      *                               de valor em moeda nacional da
      *                               tabela BCI015D (BCIS015M/
      *                               BCIS015R) exige o documento na
      *                               validacao (253-000, erros 272 e
      *                               273): referencia informada em
      *                               S500V-CD-REF-DCTO-SPRT ou
      *                               pendencia (S500V-IN-DCTO-SPRT-
      *                               PEND = 'S') com prazo em dias
      *                               da tabela. A confirmacao grava
      *                               o documento/pendencia da ordem
      *                               na BCI319D (BCIS0319, 918-000,
      *                               erro 274), acompanhada pelo
      *                               relatorio diario BCIS0320.
      * 142 15102026         F7021226 Ordem agendada (S500V-IN-ORPG-
      *                               AGDD = 'S'): a confirmacao da
      *                               inclusao passa a gravar a
      *                               imagem da ordem na base de
      *                               agendamentos BCI310A (BCIS0310,
      *                               917-000, erro 271 na falha) com
      *                               a data de execucao S500V-DT-EMS,
      *                               sem somar acumulado, posicao de
      *                               cambio, historico de taxa e
      *                               base de duplicidade - feitos na
      *                               execucao pelo batch BCIS0311,
      *                               que cota a taxa do dia e
      *                               reapresenta a ordem pela cadeia
      *                               completa. A fase 'D' da ordem
      *                               agendada nao coloca bloqueio de
      *                               saldo (914-000) e o evento de
      *                               registro leva a data agendada.
      *                               Alteracao e cancelamento (096/
      *                               097-000) aceitam a ordem
      *                               agendada ja executada ('E').
      * 141 02092026         F7021226 Tabela parametrizada de paises
      *                               embargados (BCI013E - BCIS013M/
      *                               BCIS013R) no lugar do pais 42
      *
       77  CTE-INICIO             PIC  X(24) VALUE 'WSS COMECA AQUI'.
       77  CTE-PROG               PIC  X(16) VALUE '*** OPES500V ***'.
       77  CTE-VERS               PIC  X(06) VALUE 'VRS151'.
      *
      ******************************************************************
      ************** Tabela lista de programas chamados ****************
          03 BCIS0294                       PIC X(8) VALUE 'BCIS0294'.
          03 BCIS0297                       PIC X(8) VALUE 'BCIS0297'.
          03 BCIS013R                       PIC X(8) VALUE 'BCIS013R'.
          03 BCIS0310                       PIC X(8) VALUE 'BCIS0310'.
          03 BCIS015R                       PIC X(8) VALUE 'BCIS015R'.
          03 BCIS0319                       PIC X(8) VALUE 'BCIS0319'.
          03 BCIS0325                       PIC X(8) VALUE 'BCIS0325'.
          03 BCIS016R                       PIC X(8) VALUE 'BCIS016R'.
          03 BCIS0326                       PIC X(8) VALUE 'BCIS0326'.
          03 BCIS0330                       PIC X(8) VALUE 'BCIS0330'.
          03 BCIS018R                       PIC X(8) VALUE 'BCIS018R'.
          03 BCIS0332                       PIC X(8) VALUE 'BCIS0332'.
          03 BCIS0333                       PIC X(8) VALUE 'BCIS0333'.
          03 BCIS019R                       PIC X(8) VALUE 'BCIS019R'.
          03 BCIS0335                       PIC X(8) VALUE 'BCIS0335'.
      *
-INC ALMKCBL1
      *
       77  W-TX-CTL               PIC  X(25) VALUE SPACES.
       77  W-VL-CTL               PIC  X(50) VALUE SPACES.
       77  W-NM-TMDR              PIC  X(50) VALUE SPACES.
      *--  VRS149 - Conformidade SWIFT (926-000)
       77  W-TX-ENT-SWFT          PIC X(140) VALUE SPACES.
       77  W-QT-LIN-SWFT          PIC  9(01) VALUE ZEROS.
       77  W-NM-CMP-AJST          PIC  X(20) VALUE SPACES.
       77  W-NM-CMP-SWFT          PIC  X(20) VALUE SPACES.
       77  W-TX-DEPE              PIC  X(25) VALUE SPACES.
       77  W-TX-TIP-DATA          PIC  X(15) VALUE SPACES.
       77  W-CD-PRF-DEPE          PIC  9(04) VALUE ZEROS.
           03  K0270-IN-DUPL                PIC  X(01).
           03  K0270-CD-RTN                 PIC  9(02).
           03  K0270-TX-MSG-RTN             PIC  X(60).
      *--  VRS150 - Beneficiario ja pago pelo cliente (funcao 3)
           03  K0270-IN-BNFC-PAGO           PIC  X(01).
      *
       77  W-IN-VRF-DUPL                    PIC  X(01) VALUE 'N'.
       77  W-QT-DIAS-DUPL                   PIC  9(02) VALUE ZEROS.
      *--  VRS150 - Retencao do primeiro pagamento (928-000)
       77  W-IN-VRF-BNFC-NOVO               PIC  X(01) VALUE 'N'.
       77  W-VL-LIM-RET                     PIC  9(08) VALUE ZEROS.
       77  W-QT-HR-RET                      PIC  9(03) VALUE ZEROS.
      *--  VRS151 - Taxa base e taxa aplicada c/ spread (933-000)
       77  W-IN-TRV-USADA                   PIC  X(01) VALUE 'N'.
       77  W-VL-TAXA-BASE                   PIC  9(08)V9(07)
                                                 VALUE ZEROS.
       77  W-VL-TAXA-APLD                   PIC  9(08)V9(07)
                                                 VALUE ZEROS.
       77  W-PC-SPRD                        PIC  9(02)V9(04)
                                                 VALUE ZEROS.
       77  W-IN-ORIG-SPRD                   PIC  X(01) VALUE 'N'.
      *
      * BCIS007R - Cadastro de beneficiarios frequentes por cliente
      * (VRS123 - area espelho do DFHCOMMAREA do BCIS007R)
           03  K0293-CD-EST-TRV             PIC  X(01).
           03  K0293-CD-RTN                 PIC  9(02).
           03  K0293-TX-MSG-RTN             PIC  X(60).
      *--  VRS151 - Taxa base e origem do spread da taxa travada
           03  K0293-VL-TAXA-BASE           PIC  9(08)V9(07).
           03  K0293-IN-ORIG-SPRD           PIC  X(01).
      *
       77  W-QT-MIN-TRV-TAXA                PIC  9(05) VALUE ZEROS.
      *
      * Pais em consulta na tabela de embargo (VRS141 - 213-000)
       77  W-CD-PAIS-EMBG                   PIC  9(03) VALUE ZEROS.
      *
      * BCIS0310 - base das ordens agendadas
      * (VRS142 - area espelho do DFHCOMMAREA do BCIS0310)
      *----------------------------------------------------------------*
       01  L-BCIS0310.
           03  K0310-CD-FUC                 PIC  9(01).
           03  K0310-DT-EXEC                PIC  9(08).
           03  K0310-NR-AGND                PIC  9(09).
           03  K0310-CD-EST-AGND            PIC  X(01).
           03  K0310-CD-IDFR-ORD            PIC  9(10).
           03  K0310-CD-TIP-ORD-PGTO        PIC  9(01).
           03  K0310-CD-CLI                 PIC  9(09).
           03  K0310-CD-PRF-DEPE-EMT        PIC  9(04).
           03  K0310-NR-CC-TMDR             PIC  9(11).
           03  K0310-NM-TMDR                PIC  X(50).
           03  K0310-NM-BNFC                PIC  X(35).
           03  K0310-TX-END-BNFC            PIC  X(35).
           03  K0310-NM-CID-BNFC            PIC  X(20).
           03  K0310-CD-PAIS-BNFC           PIC  9(03).
           03  K0310-CD-SWFT-BNFC           PIC  X(11).
           03  K0310-CD-CT-BNFC             PIC  X(20).
           03  K0310-CD-BNFC-FAVT           PIC  9(03).
           03  K0310-CD-MOE                 PIC  9(03).
           03  K0310-CD-TIP-MC              PIC  X(01).
           03  K0310-VL-MOEE                PIC  9(13)V9(02).
           03  K0310-CD-NTZ                 PIC  9(04).
           03  K0310-DT-LQDC                PIC  X(10).
           03  K0310-CD-USU                 PIC  X(08).
           03  K0310-DT-ATU                 PIC  9(08).
           03  K0310-HR-ATU                 PIC  9(06).
           03  K0310-DT-PRCT                PIC  9(08).
           03  K0310-CD-RTN-EXEC            PIC  9(04).
           03  K0310-TX-MSG-EXEC            PIC  X(60).
           03  K0310-CD-RTN                 PIC  9(02).
           03  K0310-TX-MSG-RTN             PIC  X(60).
      *
      * Data de execucao da ordem agendada em AAAAMMDD (VRS142)
       77  W-DT-EXEC-AGND                   PIC  9(08) VALUE ZEROS.
      *
      * BCIS015R - exigencia de documento comprobatorio
      * (VRS143 - area espelho do DFHCOMMAREA do BCIS015R)
      *----------------------------------------------------------------*
       01  L-BCIS015R.
           03  K015R-CD-NTZ-ENT             PIC  9(05).
           03  K015R-CD-TIP-CLI-ENT         PIC  9(01).
           03  K015R-VL-MOEN-ENT            PIC  9(13)V9(02).
           03  K015R-IN-ENCT                PIC  X(01).
           03  K015R-CD-TIP-DCTO-SAID       PIC  X(02).
           03  K015R-QT-DD-PEND-SAID        PIC  9(03).
           03  K015R-CD-RTN                 PIC  9(01).
           03  K015R-TX-RTN                 PIC  X(60).
      *
      * BCIS0319 - documento comprobatorio por ordem
      * (VRS143 - area espelho do DFHCOMMAREA do BCIS0319)
      *----------------------------------------------------------------*
       01  L-BCIS0319.
           03  K0319-CD-FUC                 PIC  9(01).
           03  K0319-CD-IDFR-ORD            PIC  9(10).
           03  K0319-CD-NTZ                 PIC  9(05).
           03  K0319-CD-TIP-CLI             PIC  9(01).
           03  K0319-CD-TIP-DCTO            PIC  X(02).
           03  K0319-CD-REF-DCTO            PIC  X(30).
           03  K0319-CD-EST                 PIC  X(01).
           03  K0319-DT-LIM                 PIC  9(08).
           03  K0319-CD-CLI                 PIC  9(09).
           03  K0319-CD-PRF-DEPE-EMT        PIC  9(04).
           03  K0319-CD-MOE                 PIC  9(03).
           03  K0319-VL-MOEE                PIC  9(13)V9(02).
           03  K0319-VL-MOEN                PIC  9(13)V9(02).
           03  K0319-CD-USU                 PIC  X(08).
           03  K0319-DT-ATU                 PIC  9(08).
           03  K0319-DT-REG                 PIC  9(08).
           03  K0319-DT-ENTG                PIC  9(08).
           03  K0319-CD-RTN                 PIC  9(02).
           03  K0319-TX-MSG-RTN             PIC  X(60).
      *
      * Base em moeda nacional e data limite do documento (VRS143)
       77  W-VL-BASE-DCTO                   PIC  9(13)V9(02) VALUE 0.
       77  W-DT-LIM-DCTO                    PIC  9(08) VALUE ZEROS.
      *--  VRS146 - Inicio do convenio de faturamento vigente (922-000)
       77  W-DT-INI-CNV-FAT                 PIC  9(08) VALUE ZEROS.
      *
      * BCIS0325 - VET (Valor Efetivo Total) por ordem
      * (VRS145 - area espelho do DFHCOMMAREA do BCIS0325)
      *----------------------------------------------------------------*
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
      * BCIS016R - Convenio de faturamento mensal de tarifas vigente
      * (VRS146 - area espelho do DFHCOMMAREA do BCIS016R)
      *----------------------------------------------------------------*
       01  L-BCIS016R.
           03  K016R-CD-CLI-ENT             PIC  9(09).
           03  K016R-DT-REF-ENT             PIC  9(08).
           03  K016R-IN-ENCT                PIC  X(01).
           03  K016R-DT-INI-VGC-SAID        PIC  9(08).
           03  K016R-DT-FIM-VGC-SAID        PIC  9(08).
           03  K016R-NR-AG-FAT-SAID         PIC  9(04).
           03  K016R-NR-CC-FAT-SAID         PIC  9(11).
           03  K016R-CD-RTN                 PIC  9(01).
           03  K016R-TX-RTN                 PIC  X(60).
      *
      * BCIS0326 - Tarifa acumulada p/ faturamento mensal
      * (VRS146 - area espelho do DFHCOMMAREA do BCIS0326)
      *----------------------------------------------------------------*
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
      * BCIS0330 - Indice de ordens por tomador
      * (VRS147 - area espelho do DFHCOMMAREA do BCIS0330)
      *----------------------------------------------------------------*
       01  L-BCIS0330.
           03  K0330-CD-FUC                 PIC  9(01).
           03  K0330-CD-IDFR-ORD            PIC  9(10).
           03  K0330-NR-IDFC-PF-PJ          PIC  9(14).
           03  K0330-CD-CLI                 PIC  9(09).
           03  K0330-CD-TIP-ORD-PGTO        PIC  9(01).
           03  K0330-CD-PRF-DEPE-EMT        PIC  9(04).
           03  K0330-CD-MOE                 PIC  9(03).
           03  K0330-VL-MOEE                PIC  9(13)V9(02).
           03  K0330-NM-BNFC                PIC  X(35).
           03  K0330-CD-USU                 PIC  X(08).
           03  K0330-DT-ATU                 PIC  9(08).
           03  K0330-CD-RTN                 PIC  9(02).
           03  K0330-TX-MSG-RTN             PIC  X(60).
      *
      * BCIS018R - Habilitacao de tipo de ordem por canal/interface
      * (VRS148 - area espelho do DFHCOMMAREA do BCIS018R)
      *----------------------------------------------------------------*
       01  L-BCIS018R.
           03  K018R-CD-TIP-ORD-ENT         PIC  9(01).
           03  K018R-CD-CNL-ENT             PIC  X(01).
           03  K018R-CD-ITCE-ENT            PIC  9(02).
           03  K018R-CD-DEPE-ENT            PIC  9(04).
           03  K018R-DT-REF-ENT             PIC  9(08).
           03  K018R-IN-ENCT                PIC  X(01).
           03  K018R-IN-HBLT-SAID           PIC  X(01).
           03  K018R-TX-MSG-BLQ-SAID        PIC  X(60).
           03  K018R-CD-DEPE-SAID           PIC  9(04).
           03  K018R-DT-INI-VGC-SAID        PIC  9(08).
           03  K018R-CD-RTN                 PIC  9(01).
           03  K018R-TX-RTN                 PIC  X(60).
      *
      * BCIS0332 - Conformidade SWIFT dos textos da MT103
      * (VRS149 - area espelho do DFHCOMMAREA do BCIS0332)
      *----------------------------------------------------------------*
       01  L-BCIS0332.
           03  K0332-CD-FUC                 PIC  9(01).
           03  K0332-CD-IDFR-ORD            PIC  9(10).
           03  K0332-TX-ENT                 PIC  X(140).
           03  K0332-QT-LIN-MAX             PIC  9(01).
           03  K0332-TX-SAI                 PIC  X(140).
           03  K0332-QT-LIN-SAI             PIC  9(01).
           03  K0332-IN-ALTD                PIC  X(01).
           03  K0332-IN-EXCD                PIC  X(01).
           03  K0332-TX-TMDR                PIC  X(105).
           03  K0332-TX-BNFC                PIC  X(70).
           03  K0332-TX-END-BNFC            PIC  X(35).
           03  K0332-TX-DET-PGTO            PIC  X(140).
           03  K0332-CD-USU                 PIC  X(08).
           03  K0332-DT-ATU                 PIC  9(08).
           03  K0332-CD-RTN                 PIC  9(02).
           03  K0332-TX-MSG-RTN             PIC  X(60).
      *
      * BCIS0333 - Retencao do primeiro pagamento a beneficiario novo
      * (VRS150 - area espelho do DFHCOMMAREA do BCIS0333)
      *----------------------------------------------------------------*
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
      *
      * BCIS019R - Spread de cambio por cliente/segmento/canal/moeda
      * (VRS151 - area espelho do DFHCOMMAREA do BCIS019R)
      *----------------------------------------------------------------*
       01  L-BCIS019R.
           03  K019R-CD-CLI-ENT             PIC  9(09).
           03  K019R-CD-TIP-CLI-ENT         PIC  9(01).
           03  K019R-CD-CNL-ENT             PIC  X(01).
           03  K019R-CD-MOE-ENT             PIC  9(03).
           03  K019R-DT-REF-ENT             PIC  9(08).
           03  K019R-IN-ENCT                PIC  X(01).
           03  K019R-PC-SPRD-SAID           PIC  9(02)V9(04).
           03  K019R-IN-ORIG-SAID           PIC  X(01).
           03  K019R-CD-CLI-SAID            PIC  9(09).
           03  K019R-CD-TIP-CLI-SAID        PIC  9(01).
           03  K019R-CD-CNL-SAID            PIC  X(01).
           03  K019R-CD-MOE-SAID            PIC  9(03).
           03  K019R-DT-INI-VGC-SAID        PIC  9(08).
           03  K019R-CD-RTN                 PIC  9(01).
           03  K019R-TX-RTN                 PIC  X(60).
      *
      * BCIS0335 - Taxa base e taxa aplicada (spread) por ordem
      * (VRS151 - area espelho do DFHCOMMAREA do BCIS0335)
      *----------------------------------------------------------------*
       01  L-BCIS0335.
           03  K0335-CD-FUC                 PIC  9(01).
           03  K0335-CD-IDFR-ORD            PIC  9(10).
           03  K0335-CD-CLI                 PIC  9(09).
           03  K0335-CD-TIP-CLI             PIC  9(01).
           03  K0335-CD-CNL                 PIC  X(01).
           03  K0335-CD-MOE                 PIC  9(03).
           03  K0335-IN-MTP-DVSR            PIC  X(01).
           03  K0335-VL-TAXA-BASE           PIC  9(08)V9(07).
           03  K0335-VL-TAXA-APLD           PIC  9(08)V9(07).
           03  K0335-PC-SPRD                PIC  9(02)V9(04).
           03  K0335-IN-ORIG-SPRD           PIC  X(01).
           03  K0335-VL-MOEE                PIC  9(13)V9(02).
           03  K0335-VL-MOEN                PIC  9(13)V9(02).
           03  K0335-CD-USU                 PIC  X(08).
           03  K0335-DT-ATU                 PIC  9(08).
           03  K0335-HR-ATU                 PIC  9(06).
           03  K0335-VL-MOEN-BASE           PIC  9(13)V9(02).
           03  K0335-VL-RCT-SPRD            PIC S9(13)V9(02).
           03  K0335-IN-CNCD                PIC  X(01).
           03  K0335-CD-RTN                 PIC  9(02).
           03  K0335-TX-MSG-RTN             PIC  X(60).
      *
      * MCIS1006 - Recupera país de origem do cliente
       01  MCIS1006-DADOS.
-INC MCIB1006
                       W-IN-MODO-ABNO
                       W-IN-ABNO-CNSM.

      *--  VRS151 - Taxa base/aplicada e spread zerados na entrada de
      *--  cada chamada: ordem sem 890-000 (taxa do BEC, agendada) nao
      *--  herda a taxa da ordem anterior do mesmo chamador batch.
           MOVE 'N'   TO W-IN-TRV-USADA
                         W-IN-ORIG-SPRD.
           MOVE ZEROS TO W-VL-TAXA-BASE
                         W-VL-TAXA-APLD
                         W-PC-SPRD.

           CALL SBCPU USING W-NOME-CPU.

           IF  RETURN-CODE NOT EQUAL 0
                    END-IF
                    IF S500V-CD-TIP-OPR EQUAL 'I' OR
                       S500V-CD-TIP-OPR EQUAL 'A'
      *             >> VRS148 - Tipo de ordem desabilitado p/ o canal/
      *             >> interface (BCI018D) e recusado antes de qualquer
      *             >> validacao.
                       PERFORM 925-000-VERIFICA-HBLT-CNL
      *             >> VRS149 - Textos da MT103 (ordens SWIFT) no
      *             >> conjunto X e nos limites dos campos 50K/59/70.
                       PERFORM 926-000-CONFORMA-SWIFT
      *             >> VRS121 - Modo de validacao em lista: executa
      *             >> todas as validacoes aplicaveis e devolve a
      *             >> tabela de erros, em vez de parar no primeiro.
              PERFORM 999233-ERRO-233
           END-IF

      *--  VRS144 - Simulacao: a ordem e reavaliada no instante do
      *--  registro original (corte, datas e vigencias).
           IF  S500V-IN-SMLC EQUAL 'S'
           AND S500V-TS-SMLC NOT EQUAL ZEROS
               MOVE S500V-TS-SMLC TO DATA-HORA
           END-IF

      *--  VRS130 - Parametro servido do cache residente BCIS003C,
      *--  no lugar da chamada BCIS003R a cada registro.
           INITIALIZE L-BCIS003C
               GO TO 096-099-SAIDA
           END-IF.

      *--  VRS142 - Ordem agendada ja executada (evento 'E' do
      *--  BCIS0311) equivale a registrada.
           IF  K0277-CD-EST-ATU NOT EQUAL 'R'
           AND K0277-CD-EST-ATU NOT EQUAL 'A'
           AND K0277-CD-EST-ATU NOT EQUAL 'E'
               GO TO 999262-ERRO-262
           END-IF.

               GO TO 097-099-SAIDA
           END-IF.

      *--  VRS142 - Ordem agendada ja executada (evento 'E' do
      *--  BCIS0311) equivale a registrada.
           IF  K0277-CD-EST-ATU NOT EQUAL 'R'
           AND K0277-CD-EST-ATU NOT EQUAL 'A'
           AND K0277-CD-EST-ATU NOT EQUAL 'E'
               GO TO 999260-ERRO-260
           END-IF.

               MOVE W-VL-MOEE-ANT TO W-VL-MOEE-PSC
               MOVE ZEROS         TO W-VL-MOEN-PSC
               PERFORM 909-000-ATLZ-PSC-CMB
      *--      VRS150 - Ordem retida (primeiro pagamento) encerra a
      *--      retencao como cancelada.
               PERFORM 931-000-CANCELA-RET-BNFC
      *--      VRS151 - Receita de spread da ordem cancelada sai do
      *--      relatorio diario.
               PERFORM 934-000-CANCELA-TAXA-ORD
           END-IF.

       097-099-SAIDA.
      *--  regras BCI012I e critica o IR informado pelo operador.
           PERFORM 252-000-CALCULA-IR

      *--  VRS143 - Exigencia de documento comprobatorio pela tabela
      *--  BCI015D (natureza + tipo de cliente + faixa de valor).
           PERFORM 253-000-VALIDA-DCTO-SPRT

      *--  Valida regras - Matriz de risco
      *--  Não valida para Web-Service (CCAS015B)
           IF  S500V-CD-TIP-ITCE-REG NOT EQUAL 23
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           EXIT.

      *----------------------------------------------------------------*
       253-000-VALIDA-DCTO-SPRT      SECTION.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Entrou 253-000-VALIDA-DCTO-SPRT.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *----------------------------------------------------------------*
      *--  VRS143
      *--  Documento comprobatorio: a tabela BCI015D (mantida pela
      *--  tela BCIS015M e lida pelo BCIS015R) diz, p/ a natureza do
      *--  fato operacional + tipo de cliente + faixa de valor em
      *--  moeda nacional, qual documento a ordem exige. Exigido, o
      *--  operador informa a referencia do documento ou, quando a
      *--  faixa admite prazo (dias > 0), marca a pendencia - a data
      *--  limite volta em S500V-DT-LIM-DCTO-SPRT. Sem faixa na tabela
      *--  o documento nao e exigido.

           MOVE SPACES TO S500V-CD-TIP-DCTO-SPRT.
           MOVE ZEROS  TO S500V-DT-LIM-DCTO-SPRT.

           PERFORM 254-000-PROCURA-EXIG-DCTO.

           IF  K015R-IN-ENCT NOT EQUAL 'S'
               GO TO 253-099-SAIDA
           END-IF.

           MOVE K015R-CD-TIP-DCTO-SAID TO S500V-CD-TIP-DCTO-SPRT.

           IF  S500V-CD-REF-DCTO-SPRT NOT EQUAL SPACES
               GO TO 253-099-SAIDA
           END-IF.

           IF  S500V-IN-DCTO-SPRT-PEND NOT EQUAL 'S'
           OR  K015R-QT-DD-PEND-SAID   EQUAL ZEROS
               GO TO 999272-ERRO-272
           END-IF.

           MOVE W-DT-LIM-DCTO TO S500V-DT-LIM-DCTO-SPRT.

       253-099-SAIDA.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Saiu   253-099-SAIDA.'
                      .
       253-099-SAIDA-S.
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           EXIT.

      *----------------------------------------------------------------*
       254-000-PROCURA-EXIG-DCTO     SECTION.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Entrou 254-000-PROCURA-EXIG-DCTO.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *----------------------------------------------------------------*
      *--  VRS143
      *--  Consulta a faixa da BCI015D (BCIS015R) e calcula a data
      *--  limite da pendencia (hoje + dias da faixa). Base de valor
      *--  igual a do IR (252-000): moeda nacional da ordem ou, antes
      *--  da conversao, moeda estrangeira pela taxa do commarea.

           MOVE ZEROS TO W-DT-LIM-DCTO.

           IF  S500V-VL-MOEN NOT EQUAL ZEROS
               MOVE S500V-VL-MOEN TO W-VL-BASE-DCTO
           ELSE
               COMPUTE W-VL-BASE-DCTO = S500V-VL-MOEE
                                      * S500V-VL-TAXA-CMB
               ON SIZE ERROR
                  GO TO 999273-ERRO-273
               END-COMPUTE
           END-IF.

           INITIALIZE L-BCIS015R
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0.

           MOVE S500V-CD-NTZ-FATO-OPRL TO K015R-CD-NTZ-ENT.
           MOVE S500V-CD-TIP-CLI       TO K015R-CD-TIP-CLI-ENT.
           MOVE W-VL-BASE-DCTO         TO K015R-VL-MOEN-ENT.

           MOVE LENGTH OF L-BCIS015R TO EIBCALEN
           CALL BCIS015R USING DFHEIBLK L-BCIS015R.

           IF  K015R-CD-RTN NOT EQUAL ZEROS
               GO TO 999273-ERRO-273
           END-IF.

           IF  K015R-IN-ENCT         EQUAL 'S'
           AND K015R-QT-DD-PEND-SAID GREATER ZEROS
               COMPUTE W-DT-LIM-DCTO = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE (DATA-ATUAL-AMD)
                      + K015R-QT-DD-PEND-SAID)
           END-IF.

       254-099-SAIDA.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Saiu   254-099-SAIDA.'
                      .
       254-099-SAIDA-S.
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           EXIT.

      **----------------------------------------------------------------
       310-000-VALIDA-SWFT-02        SECTION.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
              PERFORM 999195-ERRO-195
           END-COMPUTE.

      *--  VRS145 - VET da cotacao, o mesmo exibido ao cliente.
           PERFORM 920-000-CALCULA-VET.

       515-099-SAIDA.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Saiu   515-099-SAIDA.'
           DISPLAY 'OPES500V - Entrou 826-000-GRAVA-AUDT-BANQ-BLQD.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 826-000-FIM
           END-IF.
      *--  Trilha de auditoria (compliance) da verificacao de
      *--  banqueiro bloqueado/impedido - grava a cada chamada do
      *--  BDDSBLOQ, aprovada ou reprovada, com identificador da
      *--  de taxa: honra a taxa travada na fase 'D' em vez de nova
      *--  consulta ao OPES824S. Token vencido/invalido forca a
      *--  recotacao (erro 267 em 892-000).
      *--  VRS151 - A taxa do OPES824S (ou a base da trava) e a taxa
      *--  base; a taxa aplicada ao cliente leva o spread da tabela
      *--  BCI019S (933-000).

           IF  S500V-CD-CNL EQUAL 'I'
           AND S500V-CD-FASE-PRCT EQUAL 'C'
           AND S500V-NR-TRV-TAXA NOT EQUAL ZEROS
               GO TO 999254-ERRO-254
           END-IF.

           MOVE S824S-VL-TAXA-CMBL TO W-VL-TAXA-BASE.

       890-050-CRITICA-APLICA.
      *--  VRS137 - Taxa travada tambem passa pela critica de
      *--  plausibilidade antes de ser aplicada.
           PERFORM 891-000-CRITICA-TAXA.

      *--  VRS151 - A critica e feita na taxa base; a trava ja traz a
      *--  taxa aplicada, a cotacao busca o spread (933-000).
           IF  W-IN-TRV-USADA EQUAL 'S'
               MOVE W-VL-TAXA-APLD TO S500V-VL-TAXA-CMB
           ELSE
               IF  W-VL-TAXA-BASE NOT EQUAL ZEROS
                   PERFORM 933-000-APLICA-SPRD
               END-IF
           END-IF.

           MOVE W-VL-TAXA-BASE TO S500V-VL-TAXA-BASE.
           MOVE W-PC-SPRD      TO S500V-PC-SPRD-CMB.

           IF  S824S-IN-MTP-DVSR EQUAL 'M'
               COMPUTE S500V-VL-MOEN ROUNDED =
                   S500V-VL-MOEE * S500V-VL-TAXA-CMB
           DISPLAY 'OPES500V - Entrou 892-000-USA-TRAVA-TAXA.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 892-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS137
      *--  Consome (uso unico) a trava de taxa do token informado e
           MOVE K0293-VL-TAXA     TO S500V-VL-TAXA-CMB.
           MOVE K0293-IN-MTP-DVSR TO S824S-IN-MTP-DVSR.

      *--  VRS151 - A taxa travada e a aplicada ao cliente; a base da
      *--  trava volta p/ a critica de desvio e p/ o registro da
      *--  ordem. Trava gravada sem base e tratada como sem spread.
           MOVE 'S'               TO W-IN-TRV-USADA.
           MOVE K0293-VL-TAXA     TO W-VL-TAXA-APLD.

           IF  K0293-VL-TAXA-BASE NOT EQUAL ZEROS
               MOVE K0293-VL-TAXA-BASE TO W-VL-TAXA-BASE
               MOVE K0293-IN-ORIG-SPRD TO W-IN-ORIG-SPRD
           ELSE
               MOVE K0293-VL-TAXA      TO W-VL-TAXA-BASE
               MOVE 'N'                TO W-IN-ORIG-SPRD
           END-IF.

           IF  W-VL-TAXA-BASE NOT EQUAL W-VL-TAXA-APLD
               IF  K0293-IN-MTP-DVSR EQUAL 'M'
                   COMPUTE W-PC-SPRD ROUNDED =
                       (W-VL-TAXA-APLD / W-VL-TAXA-BASE - 1) * 100
                   ON SIZE ERROR
                      MOVE ZEROS TO W-PC-SPRD
                   END-COMPUTE
               ELSE
                   COMPUTE W-PC-SPRD ROUNDED =
                       (W-VL-TAXA-BASE / W-VL-TAXA-APLD - 1) * 100
                   ON SIZE ERROR
                      MOVE ZEROS TO W-PC-SPRD
                   END-COMPUTE
               END-IF
           END-IF.

           MOVE W-VL-TAXA-BASE    TO S500V-VL-TAXA-CMB.

       892-099-SAIDA.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Saiu   892-099-SAIDA.'
           DISPLAY 'OPES500V - Entrou 893-000-GRAVA-TRAVA-TAXA.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 893-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS137
      *--  Grava a trava da taxa apresentada ao cliente do canal
           MOVE DATA-ATUAL-AMD     TO K0293-DT-ATU.
           MOVE HORA-ATUAL         TO K0293-HR-ATU.
           MOVE W-QT-MIN-TRV-TAXA  TO K0293-QT-MIN-VLDD.
      *--  VRS151 - Base e origem do spread da taxa apresentada
           MOVE W-VL-TAXA-BASE     TO K0293-VL-TAXA-BASE.
           MOVE W-IN-ORIG-SPRD     TO K0293-IN-ORIG-SPRD.

           MOVE LENGTH OF L-BCIS0293 TO EIBCALEN
           CALL BCIS0293 USING DFHEIBLK L-BCIS0293.
           DISPLAY 'OPES500V - Entrou 895-000-VERIFICA-DUPL.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: a ordem original ja esta na janela
      *--  de duplicidade - a duplicidade nao e reavaliada.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 895-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS122
      *--  Verifica se ja existe, na base rolante de ordens recentes
           DISPLAY 'OPES500V - Entrou 896-000-GRAVA-ORD-RECT.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 896-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS122
      *--  Registra a ordem aceita na base rolante de ordens recentes,
           MOVE S500V-CD-CLI       TO K0271-CD-CLI.
           MOVE DATA-ATUAL-AMD     TO K0271-DT-ATU.

      *--  VRS144 - Simulacao: o acumulador operacional ja contem a
      *--  propria ordem original; vale o acumulado do cliente que o
      *--  driver (BCIS0321) apura com as ordens aceitas na propria
      *--  simulacao.
           IF  S500V-IN-SMLC EQUAL 'S'
               MOVE S500V-VL-ACMD-DIA-SMLC TO K0271-VL-ACMD-DIA
               MOVE S500V-VL-ACMD-MES-SMLC TO K0271-VL-ACMD-MES
           ELSE
               MOVE LENGTH OF L-BCIS0271 TO EIBCALEN
               CALL BCIS0271 USING DFHEIBLK L-BCIS0271
               IF  K0271-CD-RTN NOT EQUAL ZEROS
                   GO TO 999250-ERRO-250
               END-IF
           END-IF.

           IF  W-VL-LIM-DIA GREATER ZEROS
           DISPLAY 'OPES500V - Entrou 906-000-ACML-VL-CLI.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 906-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS124
      *--  Soma o valor em moeda nacional da ordem aceita nos
           DISPLAY 'OPES500V - Entrou 907-000-ATLZ-TAXA-MOE.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 907-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS126
      *--  Registra no historico BCIS0273 a taxa aplicada na ordem

           MOVE 2                  TO K0273-CD-FUC.
           MOVE S500V-CD-MOE       TO K0273-CD-MOE.
      *--  VRS151 - Historico na taxa base (sem o spread do cliente)
           IF  W-VL-TAXA-BASE NOT EQUAL ZEROS
               MOVE W-VL-TAXA-BASE     TO K0273-VL-TAXA
           ELSE
               MOVE S500V-VL-TAXA-CMB  TO K0273-VL-TAXA
           END-IF.
           MOVE DATA-ATUAL-AMD     TO K0273-DT-APLC.
           MOVE S824S-IN-MTP-DVSR  TO K0273-IN-MTP-DVSR.

           DISPLAY 'OPES500V - Entrou 908-000-GRAVA-EVT-REG.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 908-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS128
      *--  Grava o evento da ordem aceita na base de acompanhamento de
                 MOVE 'R'              TO K0277-CD-EVT
                 MOVE 'Registro validado OPES500V'
                                       TO K0277-TX-CMPL
      *--        VRS142 - Ordem agendada: evento leva a data marcada
                 IF  S500V-IN-ORPG-AGDD EQUAL 'S'
                     MOVE SPACES       TO K0277-TX-CMPL
                     STRING 'Registro agendado p/ ' S500V-DT-EMS
                         DELIMITED BY SIZE INTO K0277-TX-CMPL
                 END-IF
           END-EVALUATE.
      *--  VRS141 - Numero de licenca de embargo (quando exigido pela
      *--  tabela BCI013E) segue com a ordem no acompanhamento, p/ as
           DISPLAY 'OPES500V - Entrou 909-000-ATLZ-PSC-CMB.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 909-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS138
      *--  Atualiza a posicao intradiaria de cambio vendido (BCIS0294)
           DISPLAY 'OPES500V - Entrou 913-000-ENFILEIRA-CPL.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 913-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS139
      *--  Enfileira na fila de revisao de compliance (BCIS0297) a
           DISPLAY 'OPES500V - Entrou 914-000-COLOCA-BLQ-SLD.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 914-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS136
      *--  Sucesso da fase 'D': coloca o bloqueio de saldo na conta
           MOVE S500V-CD-PRF-DEPE-OPR  TO K0291-CD-PRF-DEPE.
           MOVE S500V-NR-CC-TMDR       TO K0291-NR-CC.
           MOVE S500V-VL-TTL-MOEN      TO K0291-VL-BLQ.
      *--  VRS146 - Cliente com faturamento mensal: a tarifa nao e
      *--  debitada na conta, entao fica fora do bloqueio.
           IF  S500V-IN-TARF-FATM EQUAL 'S'
               COMPUTE K0291-VL-BLQ = S500V-VL-TTL-MOEN
                                    - S500V-VL-TTL-TARF-MOEN
           END-IF.
           MOVE DATA-ATUAL-AMD         TO K0291-DT-ATU.
           MOVE HORA-ATUAL             TO K0291-HR-ATU.
           MOVE W-QT-MIN-TMO-BLQ       TO K0291-QT-MIN-VLDD.
           DISPLAY 'OPES500V - Entrou 915-000-CONSOME-BLQ-SLD.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 915-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS136
      *--  Confirmacao: consome (uso unico) o bloqueio referenciado no
           DISPLAY 'OPES500V - Entrou 916-000-LIBERA-BLQ-SLD.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 916-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS136
      *--  Confirmacao rejeitada: libera o bloqueio colocado na fase
           EXIT.

      *----------------------------------------------------------------*
       917-000-GRAVA-ORD-AGDD        SECTION.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Entrou 917-000-GRAVA-ORD-AGDD.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 917-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS142
      *--  Confirmacao da ordem agendada: grava a imagem da ordem na
      *--  base de agendamentos (BCIS0310/BCI310A) com a data de
      *--  execucao (S500V-DT-EMS, dd.mm.aaaa), p/ a execucao diaria
      *--  BCIS0311. Sem o agendamento gravado a ordem nao seria
      *--  executada - a falha rejeita a confirmacao (erro 271).

           UNSTRING S500V-DT-EMS DELIMITED BY '.'
               INTO W-DD OF W-DT-DMA
                    W-MM OF W-DT-DMA
                    W-AA OF W-DT-DMA.
           STRING W-AA OF W-DT-DMA
                  W-MM OF W-DT-DMA
                  W-DD OF W-DT-DMA
               DELIMITED BY SIZE INTO W-DT-EXEC-AGND.

           INITIALIZE L-BCIS0310
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0.

           MOVE 1                      TO K0310-CD-FUC.
           MOVE W-DT-EXEC-AGND         TO K0310-DT-EXEC.
           MOVE S500V-CD-IDFR-ORD-PGTO TO K0310-CD-IDFR-ORD.
           MOVE S500V-CD-TIP-ORD-PGTO  TO K0310-CD-TIP-ORD-PGTO.
           MOVE S500V-CD-CLI           TO K0310-CD-CLI.
           MOVE S500V-CD-PRF-DEPE-EMT  TO K0310-CD-PRF-DEPE-EMT.
           MOVE S500V-NR-CC-TMDR       TO K0310-NR-CC-TMDR.
           MOVE S500V-NM-TMDR          TO K0310-NM-TMDR.
           MOVE S500V-NM-BNFC          TO K0310-NM-BNFC.
           MOVE S500V-TX-END-BNFC      TO K0310-TX-END-BNFC.
           MOVE S500V-NM-CID-BNFC      TO K0310-NM-CID-BNFC.
           MOVE S500V-CD-PAIS-BNFC     TO K0310-CD-PAIS-BNFC.
           MOVE S500V-CD-SWFT-BNFC     TO K0310-CD-SWFT-BNFC.
           MOVE S500V-CD-CT-BNFC       TO K0310-CD-CT-BNFC.
           MOVE S500V-CD-BNFC-FAVT     TO K0310-CD-BNFC-FAVT.
           MOVE S500V-CD-MOE           TO K0310-CD-MOE.
           MOVE S500V-CD-TIP-MC        TO K0310-CD-TIP-MC.
           MOVE S500V-VL-MOEE          TO K0310-VL-MOEE.
           MOVE S500V-CD-NTZ           TO K0310-CD-NTZ.
           MOVE S500V-DT-LQDC          TO K0310-DT-LQDC.
           MOVE S500V-CD-USU           TO K0310-CD-USU.
           MOVE DATA-ATUAL-AMD         TO K0310-DT-ATU.
           MOVE HORA-ATUAL             TO K0310-HR-ATU.

           MOVE LENGTH OF L-BCIS0310 TO EIBCALEN
           CALL BCIS0310 USING DFHEIBLK L-BCIS0310.

           IF  K0310-CD-RTN NOT EQUAL ZEROS
               GO TO 999271-ERRO-271
           END-IF.

       917-099-SAIDA.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Saiu   917-099-SAIDA.'
                      .
       917-099-SAIDA-S.
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           EXIT.

      *----------------------------------------------------------------*
       918-000-GRAVA-DCTO-SPRT       SECTION.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Entrou 918-000-GRAVA-DCTO-SPRT.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 918-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS143
      *--  Confirmacao (inclusao/alteracao) de ordem que exige
      *--  documento comprobatorio: grava na BCI319D (BCIS0319) a
      *--  referencia entregue ou a pendencia com a data limite, p/ o
      *--  relatorio diario de pendencias BCIS0320. A exigencia e
      *--  consultada de novo - a confirmacao pela tela 2 nao passa
      *--  obrigatoriamente pela critica de 253-000.

           PERFORM 254-000-PROCURA-EXIG-DCTO.

           IF  K015R-IN-ENCT NOT EQUAL 'S'
               GO TO 918-099-SAIDA
           END-IF.

           IF  S500V-CD-REF-DCTO-SPRT EQUAL SPACES
           AND K015R-QT-DD-PEND-SAID  EQUAL ZEROS
               GO TO 999272-ERRO-272
           END-IF.

           INITIALIZE L-BCIS0319
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0.

           MOVE 1                      TO K0319-CD-FUC.
           MOVE S500V-CD-IDFR-ORD-PGTO TO K0319-CD-IDFR-ORD.
           MOVE S500V-CD-NTZ-FATO-OPRL TO K0319-CD-NTZ.
           MOVE S500V-CD-TIP-CLI       TO K0319-CD-TIP-CLI.
           MOVE K015R-CD-TIP-DCTO-SAID TO K0319-CD-TIP-DCTO.
           MOVE S500V-CD-REF-DCTO-SPRT TO K0319-CD-REF-DCTO.
           MOVE W-DT-LIM-DCTO          TO K0319-DT-LIM.
           MOVE S500V-CD-CLI           TO K0319-CD-CLI.
           MOVE S500V-CD-PRF-DEPE-EMT  TO K0319-CD-PRF-DEPE-EMT.
           MOVE S500V-CD-MOE           TO K0319-CD-MOE.
           MOVE S500V-VL-MOEE          TO K0319-VL-MOEE.
           MOVE W-VL-BASE-DCTO         TO K0319-VL-MOEN.
           MOVE S500V-CD-USU           TO K0319-CD-USU.
           MOVE DATA-ATUAL-AMD         TO K0319-DT-ATU.

           MOVE LENGTH OF L-BCIS0319 TO EIBCALEN
           CALL BCIS0319 USING DFHEIBLK L-BCIS0319.

           IF  K0319-CD-RTN NOT EQUAL ZEROS
               GO TO 999274-ERRO-274
           END-IF.

           MOVE K0319-CD-TIP-DCTO TO S500V-CD-TIP-DCTO-SPRT.
           MOVE K0319-DT-LIM      TO S500V-DT-LIM-DCTO-SPRT.

       918-099-SAIDA.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Saiu   918-099-SAIDA.'
                      .
       918-099-SAIDA-S.
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           EXIT.

      *----------------------------------------------------------------*
       920-000-CALCULA-VET           SECTION.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Entrou 920-000-CALCULA-VET.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *----------------------------------------------------------------*
      *--  VRS145
      *--  VET (Valor Efetivo Total) exigido pelo Banco Central: custo
      *--  total da operacao em reais por unidade de moeda estrangeira.
      *--  Custo total = valor em moeda nacional a taxa do cliente
      *--  (o spread ja esta na S500V-VL-TAXA-CMB) + tarifas em moeda
      *--  nacional + IOF sobre o valor em moeda nacional. O valor
      *--  devolvido e o exibido na tela do canal, impresso no
      *--  comprovante e gravado com a ordem (921-000) - o canal nao
      *--  deve recalcular.
      *--  Ordem agendada sem taxa na data do registro (S500V-VL-MOEN
      *--  zerado) fica sem VET - e calculado na execucao.

           MOVE ZEROS TO S500V-VL-IOF-MOEN
                         S500V-VL-CST-TTL-MOEN
                         S500V-VL-VET.

           IF  S500V-VL-MOEE EQUAL ZEROS
           OR  S500V-VL-MOEN EQUAL ZEROS
               GO TO 920-099-SAIDA
           END-IF.

           IF  S500V-PC-IOF NOT EQUAL ZEROS
               COMPUTE S500V-VL-IOF-MOEN ROUNDED =
                   S500V-VL-MOEN * S500V-PC-IOF / 100
               ON SIZE ERROR
                  PERFORM 999275-ERRO-275
               END-COMPUTE
           END-IF.

           COMPUTE S500V-VL-CST-TTL-MOEN = S500V-VL-MOEN
               + S500V-VL-TTL-TARF-MOEN + S500V-VL-IOF-MOEN
           ON SIZE ERROR
              PERFORM 999275-ERRO-275
           END-COMPUTE.

           COMPUTE S500V-VL-VET ROUNDED =
               S500V-VL-CST-TTL-MOEN / S500V-VL-MOEE
           ON SIZE ERROR
              PERFORM 999275-ERRO-275
           END-COMPUTE.

       920-099-SAIDA.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Saiu   920-099-SAIDA.'
                      .
       920-099-SAIDA-S.
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           EXIT.

      *----------------------------------------------------------------*
       921-000-GRAVA-VET             SECTION.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Entrou 921-000-GRAVA-VET.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 921-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS145
      *--  Confirmacao (inclusao/alteracao): grava na BCI325V (BCIS0325)
      *--  a composicao do VET devolvida ao canal nesta chamada.

           INITIALIZE L-BCIS0325
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0.

           MOVE 1                      TO K0325-CD-FUC.
           MOVE S500V-CD-IDFR-ORD-PGTO TO K0325-CD-IDFR-ORD.
           MOVE S500V-CD-TIP-ORD-PGTO  TO K0325-CD-TIP-ORD-PGTO.
           MOVE S500V-CD-CNL           TO K0325-CD-CNL.
           MOVE S500V-CD-CLI           TO K0325-CD-CLI.
           MOVE S500V-CD-PRF-DEPE-EMT  TO K0325-CD-PRF-DEPE-EMT.
           MOVE S500V-CD-MOE           TO K0325-CD-MOE.
           MOVE S500V-VL-MOEE          TO K0325-VL-MOEE.
           MOVE S500V-VL-TAXA-CMB      TO K0325-VL-TAXA-CMB.
           MOVE S500V-VL-MOEN          TO K0325-VL-MOEN.
           MOVE S500V-VL-TTL-TARF-MOEN TO K0325-VL-TTL-TARF-MOEN.
           MOVE S500V-PC-IOF           TO K0325-PC-IOF.
           MOVE S500V-VL-IOF-MOEN      TO K0325-VL-IOF-MOEN.
           MOVE S500V-VL-CST-TTL-MOEN  TO K0325-VL-CST-TTL-MOEN.
           MOVE S500V-VL-VET           TO K0325-VL-VET.
           MOVE S500V-CD-USU           TO K0325-CD-USU.
           MOVE DATA-ATUAL-AMD         TO K0325-DT-ATU.
           MOVE HORA-ATUAL             TO K0325-HR-ATU.

           MOVE LENGTH OF L-BCIS0325 TO EIBCALEN
           CALL BCIS0325 USING DFHEIBLK L-BCIS0325.

           IF  K0325-CD-RTN NOT EQUAL ZEROS
               GO TO 999276-ERRO-276
           END-IF.

       921-099-SAIDA.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Saiu   921-099-SAIDA.'
                      .
       921-099-SAIDA-S.
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           EXIT.

      *----------------------------------------------------------------*
       922-000-VERIFICA-CNV-FAT      SECTION.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Entrou 922-000-VERIFICA-CNV-FAT.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *----------------------------------------------------------------*
      *--  VRS146
      *--  Cliente corporativo com convenio de faturamento mensal de
      *--  tarifas vigente na data (BCI016D, tela BCIS016M): devolve
      *--  S500V-IN-TARF-FATM = 'S' e a data de inicio do convenio,
      *--  gravada com a tarifa acumulada (923-000). Sem convenio a
      *--  tarifa segue debitada ordem a ordem ('N').

           MOVE 'N'   TO S500V-IN-TARF-FATM.
           MOVE ZEROS TO W-DT-INI-CNV-FAT.

           IF  S500V-CD-CLI EQUAL ZEROS
               GO TO 922-099-SAIDA
           END-IF.

           INITIALIZE L-BCIS016R
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0.

           MOVE S500V-CD-CLI           TO K016R-CD-CLI-ENT.
           MOVE DATA-ATUAL-AMD         TO K016R-DT-REF-ENT.

           MOVE LENGTH OF L-BCIS016R TO EIBCALEN
           CALL BCIS016R USING DFHEIBLK L-BCIS016R.

           IF  K016R-CD-RTN NOT EQUAL ZEROS
               GO TO 999277-ERRO-277
           END-IF.

           IF  K016R-IN-ENCT EQUAL 'S'
               MOVE 'S'                   TO S500V-IN-TARF-FATM
               MOVE K016R-DT-INI-VGC-SAID TO W-DT-INI-CNV-FAT
           END-IF.

       922-099-SAIDA.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Saiu   922-099-SAIDA.'
                      .
       922-099-SAIDA-S.
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           EXIT.

      *----------------------------------------------------------------*
       923-000-ACUMULA-TARF          SECTION.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Entrou 923-000-ACUMULA-TARF.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 923-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS146
      *--  Confirmacao de ordem de cliente com convenio: grava
      *--  (inclusao) ou regrava (alteracao) a tarifa da ordem na
      *--  BCI326T (BCIS0326) p/ o faturamento do mes (BCIS0327).
      *--  Alteracao de ordem sem tarifa acumulada (21 - registrada
      *--  antes do convenio) ou ja faturada (22) mantem o tratamento
      *--  original.

           INITIALIZE L-BCIS0326
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0.

           IF  S500V-CD-TIP-OPR EQUAL 'I'
               MOVE 1                  TO K0326-CD-FUC
           ELSE
               MOVE 3                  TO K0326-CD-FUC
           END-IF.
           MOVE S500V-CD-CLI           TO K0326-CD-CLI.
           MOVE S500V-CD-IDFR-ORD-PGTO TO K0326-CD-IDFR-ORD.
           MOVE W-DT-INI-CNV-FAT       TO K0326-DT-INI-VGC.
           MOVE S500V-CD-PRF-DEPE-EMT  TO K0326-CD-PRF-DEPE-EMT.
           MOVE S500V-CD-TIP-ORD-PGTO  TO K0326-CD-TIP-ORD-PGTO.
           MOVE S500V-CD-MOE           TO K0326-CD-MOE.
           MOVE S500V-VL-MOEE          TO K0326-VL-MOEE.
           MOVE S500V-VL-TTL-TARF-MOEN TO K0326-VL-TARF-MOEN.
           MOVE S500V-CD-USU           TO K0326-CD-USU.
           MOVE DATA-ATUAL-AMD         TO K0326-DT-ATU.

           MOVE LENGTH OF L-BCIS0326 TO EIBCALEN
           CALL BCIS0326 USING DFHEIBLK L-BCIS0326.

           IF  K0326-CD-RTN EQUAL 21
           OR  K0326-CD-RTN EQUAL 22
               GO TO 923-099-SAIDA
           END-IF.

           IF  K0326-CD-RTN NOT EQUAL ZEROS
               GO TO 999278-ERRO-278
           END-IF.

       923-099-SAIDA.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Saiu   923-099-SAIDA.'
                      .
       923-099-SAIDA-S.
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           EXIT.

      *----------------------------------------------------------------*
       924-000-GRAVA-IDC-TMDR        SECTION.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Entrou 924-000-GRAVA-IDC-TMDR.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 924-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS147
      *--  Confirmacao (inclusao/alteracao): grava ou regrava a ordem
      *--  no indice por tomador BCI330I (BCIS0330), pelo identificador
      *--  da pessoa (CPF ou identificador PJ do CNPJ alfa, o mesmo de
      *--  S500V-CD-CPF-CGC) e pelo codigo do cliente.

           INITIALIZE L-BCIS0330
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0.

           MOVE 1                      TO K0330-CD-FUC.
           MOVE S500V-CD-IDFR-ORD-PGTO TO K0330-CD-IDFR-ORD.
           MOVE S500V-CD-CPF-CGC       TO K0330-NR-IDFC-PF-PJ.
           MOVE S500V-CD-CLI           TO K0330-CD-CLI.
           MOVE S500V-CD-TIP-ORD-PGTO  TO K0330-CD-TIP-ORD-PGTO.
           MOVE S500V-CD-PRF-DEPE-EMT  TO K0330-CD-PRF-DEPE-EMT.
           MOVE S500V-CD-MOE           TO K0330-CD-MOE.
           MOVE S500V-VL-MOEE          TO K0330-VL-MOEE.
           MOVE S500V-NM-BNFC(1:35)    TO K0330-NM-BNFC.
           MOVE S500V-CD-USU           TO K0330-CD-USU.
           MOVE DATA-ATUAL-AMD         TO K0330-DT-ATU.

           MOVE LENGTH OF L-BCIS0330 TO EIBCALEN
           CALL BCIS0330 USING DFHEIBLK L-BCIS0330.

           IF  K0330-CD-RTN NOT EQUAL ZEROS
               GO TO 999279-ERRO-279
           END-IF.

       924-099-SAIDA.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Saiu   924-099-SAIDA.'
                      .
       924-099-SAIDA-S.
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           EXIT.

      *----------------------------------------------------------------*
       925-000-VERIFICA-HBLT-CNL     SECTION.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Entrou 925-000-VERIFICA-HBLT-CNL.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *----------------------------------------------------------------*
      *--  VRS148
      *--  Habilitacao do tipo de ordem p/ o canal e a interface de
      *--  registro na data (BCI018D, tela BCIS018M), pela dependencia
      *--  emissora ou, sem vigencia p/ ela, pela linha geral. Sem
      *--  vigencia cadastrada a combinacao segue aceita como antes.
      *--  Desabilitada: erro 280 com a mensagem cadastrada.

           INITIALIZE L-BCIS018R
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0.

           MOVE S500V-CD-TIP-ORD-PGTO  TO K018R-CD-TIP-ORD-ENT.
           MOVE S500V-CD-CNL           TO K018R-CD-CNL-ENT.
           MOVE S500V-CD-TIP-ITCE-REG  TO K018R-CD-ITCE-ENT.
           MOVE S500V-CD-PRF-DEPE-EMT  TO K018R-CD-DEPE-ENT.
           MOVE DATA-ATUAL-AMD         TO K018R-DT-REF-ENT.

           MOVE LENGTH OF L-BCIS018R TO EIBCALEN
           CALL BCIS018R USING DFHEIBLK L-BCIS018R.

           IF  K018R-CD-RTN NOT EQUAL ZEROS
               GO TO 999281-ERRO-281
           END-IF.

           IF  K018R-IN-ENCT      EQUAL 'S'
           AND K018R-IN-HBLT-SAID EQUAL 'N'
               GO TO 999280-ERRO-280
           END-IF.

       925-099-SAIDA.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Saiu   925-099-SAIDA.'
                      .
       925-099-SAIDA-S.
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           EXIT.

      *----------------------------------------------------------------*
       926-000-CONFORMA-SWIFT        SECTION.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Entrou 926-000-CONFORMA-SWIFT.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *----------------------------------------------------------------*
      *--  VRS149
      *--  Ordens SWIFT (tipos 1 e 4): os textos livres que vao p/ a
      *--  MT103 sao transliterados p/ o conjunto X da SWIFT e
      *--  quebrados em linhas de 35 (BCIS0332), nos limites de cada
      *--  campo - 50K: tomador em ate 3 linhas apos a conta; 59: nome
      *--  do beneficiario em ate 2 linhas e endereco em 1 (a 4a linha
      *--  e a cidade); 70: detalhes do pagamento em ate 4 linhas.
      *--  O texto ajustado e devolvido ao operador, com
      *--  S500V-IN-AJST-SWFT = 'S' quando difere do digitado. Texto
      *--  que nao cabe no campo recusa a ordem (erro 282) p/ correcao;
      *--  as linhas devolvidas mostram o que seria enviado.

           MOVE 'N'         TO S500V-IN-AJST-SWFT.
           MOVE SPACES      TO S500V-TX-SWFT-TMDR
                               S500V-TX-SWFT-BNFC
                               S500V-TX-SWFT-END-BNFC
                               S500V-TX-SWFT-DET-PGTO
                               W-NM-CMP-SWFT.

           IF  S500V-CD-TIP-ORD-PGTO NOT EQUAL 1
           AND S500V-CD-TIP-ORD-PGTO NOT EQUAL 4
               GO TO 926-099-SAIDA
           END-IF.

           MOVE S500V-NM-TMDR          TO W-TX-ENT-SWFT.
           MOVE 3                      TO W-QT-LIN-SWFT.
           MOVE '50K (ordenante)'      TO W-NM-CMP-AJST.
           PERFORM 926-100-AJUSTA-CAMPO.
           MOVE K0332-TX-SAI           TO S500V-TX-SWFT-TMDR.

           MOVE S500V-NM-BNFC          TO W-TX-ENT-SWFT.
           MOVE 2                      TO W-QT-LIN-SWFT.
           MOVE '59 (nome do benef.)'  TO W-NM-CMP-AJST.
           PERFORM 926-100-AJUSTA-CAMPO.
           MOVE K0332-TX-SAI           TO S500V-TX-SWFT-BNFC.

           MOVE S500V-TX-END-BNFC      TO W-TX-ENT-SWFT.
           MOVE 1                      TO W-QT-LIN-SWFT.
           MOVE '59 (endereco)'        TO W-NM-CMP-AJST.
           PERFORM 926-100-AJUSTA-CAMPO.
           MOVE K0332-TX-SAI           TO S500V-TX-SWFT-END-BNFC.

           MOVE S500V-TX-DET-PGTO      TO W-TX-ENT-SWFT.
           MOVE 4                      TO W-QT-LIN-SWFT.
           MOVE '70 (detalhes)'        TO W-NM-CMP-AJST.
           PERFORM 926-100-AJUSTA-CAMPO.
           MOVE K0332-TX-SAI           TO S500V-TX-SWFT-DET-PGTO.

           IF  W-NM-CMP-SWFT NOT EQUAL SPACES
               GO TO 999282-ERRO-282
           END-IF.

       926-099-SAIDA.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Saiu   926-099-SAIDA.'
                      .
       926-099-SAIDA-S.
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           EXIT.

      *----------------------------------------------------------------*
       926-100-AJUSTA-CAMPO          SECTION.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Entrou 926-100-AJUSTA-CAMPO.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *----------------------------------------------------------------*
      *--  VRS149 - Ajusta um campo (BCIS0332 funcao 1) e guarda o
      *--  primeiro campo da MT103 que nao comporta o texto.

           INITIALIZE L-BCIS0332
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0.

           MOVE 1                      TO K0332-CD-FUC.
           MOVE W-TX-ENT-SWFT          TO K0332-TX-ENT.
           MOVE W-QT-LIN-SWFT          TO K0332-QT-LIN-MAX.

           MOVE LENGTH OF L-BCIS0332 TO EIBCALEN
           CALL BCIS0332 USING DFHEIBLK L-BCIS0332.

           IF  K0332-CD-RTN NOT EQUAL ZEROS
               GO TO 999283-ERRO-283
           END-IF.

           IF  K0332-IN-ALTD EQUAL 'S'
           OR  K0332-IN-EXCD EQUAL 'S'
               MOVE 'S'                TO S500V-IN-AJST-SWFT
           END-IF.

           IF  K0332-IN-EXCD EQUAL 'S'
           AND W-NM-CMP-SWFT EQUAL SPACES
               MOVE W-NM-CMP-AJST      TO W-NM-CMP-SWFT
           END-IF.

       926-199-SAIDA.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Saiu   926-199-SAIDA.'
                      .
       926-199-SAIDA-S.
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           EXIT.

      *----------------------------------------------------------------*
       927-000-GRAVA-TX-SWFT         SECTION.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Entrou 927-000-GRAVA-TX-SWFT.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS149 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 927-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS149
      *--  Confirmacao (inclusao/alteracao) de ordem SWIFT: grava com
      *--  a ordem os textos ajustados no 926-000, exatamente como
      *--  devolvidos ao operador, p/ a montagem da MT103 (BCIS0286).

           INITIALIZE L-BCIS0332
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0.

           MOVE 2                      TO K0332-CD-FUC.
           MOVE S500V-CD-IDFR-ORD-PGTO TO K0332-CD-IDFR-ORD.
           MOVE S500V-TX-SWFT-TMDR     TO K0332-TX-TMDR.
           MOVE S500V-TX-SWFT-BNFC     TO K0332-TX-BNFC.
           MOVE S500V-TX-SWFT-END-BNFC TO K0332-TX-END-BNFC.
           MOVE S500V-TX-SWFT-DET-PGTO TO K0332-TX-DET-PGTO.
           MOVE S500V-CD-USU           TO K0332-CD-USU.
           MOVE DATA-ATUAL-AMD         TO K0332-DT-ATU.

           MOVE LENGTH OF L-BCIS0332 TO EIBCALEN
           CALL BCIS0332 USING DFHEIBLK L-BCIS0332.

           IF  K0332-CD-RTN NOT EQUAL ZEROS
               GO TO 999283-ERRO-283
           END-IF.

       927-099-SAIDA.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Saiu   927-099-SAIDA.'
                      .
       927-099-SAIDA-S.
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           EXIT.

      *----------------------------------------------------------------*
       928-000-VERIFICA-BNFC-NOVO    SECTION.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Entrou 928-000-VERIFICA-BNFC-NOVO.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *----------------------------------------------------------------*
      *--  VRS150
      *--  Primeiro pagamento a beneficiario novo: ordem em moeda
      *--  nacional acima do valor parametrizado p/ o canal e o
      *--  segmento do cliente no BCIS003R (VL-RET-BNFC-cs, c = canal,
      *--  s = S500V-CD-TIP-CLI), a um beneficiario (SWIFT + conta)
      *--  que o cliente nunca pagou - nem na base rolante de ordens
      *--  recentes (BCIS0270) nem no cadastro de frequentes (BCI007B)
      *--  - e aceita, mas retida por QT-HR-RET-BNFC horas (padrao 24)
      *--  ou ate a confirmacao fora do canal. O canal e avisado por
      *--  S500V-IN-RET-BNFC = 'S' e S500V-QT-HR-RET-BNFC. Valor zero
      *--  ou nao cadastrado: canal/segmento sem retencao.

           MOVE 'N'                TO S500V-IN-RET-BNFC
                                      W-IN-VRF-BNFC-NOVO.
           MOVE ZEROS              TO S500V-QT-HR-RET-BNFC
                                      W-VL-LIM-RET
                                      W-QT-HR-RET.

      *--  Ordem agendada e avaliada na execucao (BCIS0311).
           IF  S500V-CD-TIP-OPR   EQUAL 'I'
           AND S500V-IN-ORPG-AGDD EQUAL 'S'
               GO TO 928-099-SAIDA
           END-IF.

           IF  S500V-CD-SWFT-BNFC EQUAL SPACES
           AND S500V-CD-CT-BNFC   EQUAL SPACES
               GO TO 928-099-SAIDA
           END-IF.

           INITIALIZE L-BCIS003C
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0.

           MOVE 1                  TO K003C-CD-FUC.
           MOVE 'OPE'              TO K003C-SG-SIS.
           MOVE SPACES             TO W-CD-IDFC-LIM.
           STRING 'VL-RET-BNFC-' S500V-CD-CNL S500V-CD-TIP-CLI
               DELIMITED BY SIZE INTO W-CD-IDFC-LIM.
           MOVE W-CD-IDFC-LIM      TO K003C-CD-IDFC-ARQ.

           PERFORM 052-000-CHAMA-BCIS003C.

           IF  K003C-CD-RTN EQUAL ZEROS
               MOVE K003C-NR-CTL   TO W-VL-LIM-RET
           END-IF.

           IF  W-VL-LIM-RET EQUAL ZEROS
      *--      Canal/segmento sem retencao cadastrada
               GO TO 928-099-SAIDA
           END-IF.

      *--  Regra ativa: a ordem entra no historico de beneficiarios
      *--  pagos na confirmacao (896-000).
           MOVE 'S'                TO W-IN-VRF-BNFC-NOVO.

           IF  S500V-VL-MOEN NOT GREATER W-VL-LIM-RET
               GO TO 928-099-SAIDA
           END-IF.

           INITIALIZE L-BCIS0270
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0.

      *--  A propria ordem (alteracao) nao conta como pagamento
      *--  anterior ao beneficiario.
           MOVE 3                  TO K0270-CD-FUC.
           MOVE S500V-CD-CLI       TO K0270-CD-CLI.
           MOVE S500V-CD-SWFT-BNFC TO K0270-CD-SWFT-BNFC.
           MOVE S500V-CD-CT-BNFC   TO K0270-CD-CT-BNFC.
           MOVE DATA-ATUAL-AMD     TO K0270-DT-ATU.
           MOVE S500V-CD-IDFR-ORD-PGTO
                                   TO K0270-CD-IDFR-ORD-PGTO.

           MOVE LENGTH OF L-BCIS0270 TO EIBCALEN
           CALL BCIS0270 USING DFHEIBLK L-BCIS0270.

           IF  K0270-CD-RTN NOT EQUAL ZEROS
               GO TO 999284-ERRO-284
           END-IF.

           IF  K0270-IN-BNFC-PAGO EQUAL 'S'
               GO TO 928-099-SAIDA
           END-IF.

           INITIALIZE L-BCIS0333
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0.

           MOVE 1                  TO K0333-CD-FUC.
           MOVE S500V-CD-CLI       TO K0333-CD-CLI.
           MOVE S500V-CD-SWFT-BNFC TO K0333-CD-SWFT-BNFC.
           MOVE S500V-CD-CT-BNFC   TO K0333-CD-CT-BNFC.

           MOVE LENGTH OF L-BCIS0333 TO EIBCALEN
           CALL BCIS0333 USING DFHEIBLK L-BCIS0333.

           IF  K0333-CD-RTN NOT EQUAL ZEROS
               GO TO 999285-ERRO-285
           END-IF.

           IF  K0333-IN-BNFC-FAVT EQUAL 'S'
               GO TO 928-099-SAIDA
           END-IF.

           INITIALIZE L-BCIS003C
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0.

           MOVE 1                  TO K003C-CD-FUC.
           MOVE 'OPE'              TO K003C-SG-SIS.
           MOVE 'QT-HR-RET-BNFC'   TO K003C-CD-IDFC-ARQ.

           PERFORM 052-000-CHAMA-BCIS003C.

           IF  K003C-CD-RTN EQUAL ZEROS
           AND K003C-NR-CTL NOT EQUAL ZEROS
               MOVE K003C-NR-CTL   TO W-QT-HR-RET
           ELSE
      *--      Parametro sem valor - assume carencia de 24 horas
               MOVE 24             TO W-QT-HR-RET
           END-IF.

           MOVE 'S'                TO S500V-IN-RET-BNFC.
           MOVE W-QT-HR-RET        TO S500V-QT-HR-RET-BNFC.

       928-099-SAIDA.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Saiu   928-099-SAIDA.'
                      .
       928-099-SAIDA-S.
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           EXIT.

      *----------------------------------------------------------------*
       929-000-GRAVA-RET-BNFC        SECTION.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Entrou 929-000-GRAVA-RET-BNFC.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS150 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 929-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS150
      *--  Confirmacao de ordem retida no 928-000: grava a retencao
      *--  (BCI333R) com o fim da carencia. A mensagem SWIFT da ordem
      *--  so e montada (BCIS0286) depois da liberacao.

           INITIALIZE L-BCIS0333
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0.

           MOVE 2                      TO K0333-CD-FUC.
           MOVE S500V-CD-IDFR-ORD-PGTO TO K0333-CD-IDFR-ORD.
           MOVE S500V-CD-CLI           TO K0333-CD-CLI.
           MOVE S500V-CD-SWFT-BNFC     TO K0333-CD-SWFT-BNFC.
           MOVE S500V-CD-CT-BNFC       TO K0333-CD-CT-BNFC.
           MOVE S500V-NM-BNFC          TO K0333-NM-BNFC.
           MOVE S500V-CD-CNL           TO K0333-CD-CNL.
           MOVE S500V-CD-TIP-CLI       TO K0333-CD-TIP-CLI.
           MOVE S500V-CD-MOE           TO K0333-CD-MOE.
           MOVE S500V-VL-MOEE          TO K0333-VL-MOEE.
           MOVE S500V-VL-MOEN          TO K0333-VL-MOEN.
           MOVE W-VL-LIM-RET           TO K0333-VL-LIM-RET.
           MOVE W-QT-HR-RET            TO K0333-QT-HR-RET.
           MOVE S500V-CD-USU           TO K0333-CD-USU.
           MOVE DATA-ATUAL-AMD         TO K0333-DT-ATU.
           MOVE HORA-ATUAL             TO K0333-HR-ATU.

           MOVE LENGTH OF L-BCIS0333 TO EIBCALEN
           CALL BCIS0333 USING DFHEIBLK L-BCIS0333.

           IF  K0333-CD-RTN NOT EQUAL ZEROS
               GO TO 999285-ERRO-285
           END-IF.

       929-099-SAIDA.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Saiu   929-099-SAIDA.'
                      .
       929-099-SAIDA-S.
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           EXIT.

      *----------------------------------------------------------------*
       931-000-CANCELA-RET-BNFC      SECTION.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Entrou 931-000-CANCELA-RET-BNFC.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS150 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 931-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS150
      *--  Cancelamento da ordem: retencao de primeiro pagamento ainda
      *--  pendente encerra como cancelada. Ordem sem retencao
      *--  (retorno 3) ou ja liberada segue normalmente.

           INITIALIZE L-BCIS0333
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0.

           MOVE 4                      TO K0333-CD-FUC.
           MOVE S500V-CD-IDFR-ORD-PGTO TO K0333-CD-IDFR-ORD.
           MOVE S500V-CD-USU           TO K0333-CD-USU.
           MOVE DATA-ATUAL-AMD         TO K0333-DT-ATU.
           MOVE HORA-ATUAL             TO K0333-HR-ATU.
           MOVE 'Ordem cancelada'      TO K0333-TX-MTV.

           MOVE LENGTH OF L-BCIS0333 TO EIBCALEN
           CALL BCIS0333 USING DFHEIBLK L-BCIS0333.

           IF  K0333-CD-RTN NOT EQUAL ZEROS
           AND K0333-CD-RTN NOT EQUAL 3
               GO TO 999285-ERRO-285
           END-IF.

       931-099-SAIDA.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Saiu   931-099-SAIDA.'
                      .
       931-099-SAIDA-S.
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           EXIT.

      *----------------------------------------------------------------*
       932-000-GRAVA-TAXA-ORD        SECTION.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Entrou 932-000-GRAVA-TAXA-ORD.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS151 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 932-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS151
      *--  Confirmacao: grava com a ordem a taxa base, a taxa aplicada
      *--  ao cliente, o spread e a origem (BCI335T). A receita de
      *--  spread em reais e apurada pelo BCIS0335. Alteracao regrava
      *--  o registro da ordem.

           INITIALIZE L-BCIS0335
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0.

           MOVE 1                      TO K0335-CD-FUC.
           MOVE S500V-CD-IDFR-ORD-PGTO TO K0335-CD-IDFR-ORD.
           MOVE S500V-CD-CLI           TO K0335-CD-CLI.
           MOVE S500V-CD-TIP-CLI       TO K0335-CD-TIP-CLI.
           MOVE S500V-CD-CNL           TO K0335-CD-CNL.
           MOVE S500V-CD-MOE           TO K0335-CD-MOE.
           MOVE S824S-IN-MTP-DVSR      TO K0335-IN-MTP-DVSR.
           MOVE W-VL-TAXA-BASE         TO K0335-VL-TAXA-BASE.
           MOVE S500V-VL-TAXA-CMB      TO K0335-VL-TAXA-APLD.
           MOVE W-PC-SPRD              TO K0335-PC-SPRD.
           MOVE W-IN-ORIG-SPRD         TO K0335-IN-ORIG-SPRD.
           MOVE S500V-VL-MOEE          TO K0335-VL-MOEE.
           MOVE S500V-VL-MOEN          TO K0335-VL-MOEN.
           MOVE S500V-CD-USU           TO K0335-CD-USU.
           MOVE DATA-ATUAL-AMD         TO K0335-DT-ATU.
           MOVE HORA-ATUAL             TO K0335-HR-ATU.

           MOVE LENGTH OF L-BCIS0335 TO EIBCALEN
           CALL BCIS0335 USING DFHEIBLK L-BCIS0335.

           IF  K0335-CD-RTN NOT EQUAL ZEROS
               GO TO 999288-ERRO-288
           END-IF.

       932-099-SAIDA.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Saiu   932-099-SAIDA.'
                      .
       932-099-SAIDA-S.
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           EXIT.

      *----------------------------------------------------------------*
       933-000-APLICA-SPRD           SECTION.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Entrou 933-000-APLICA-SPRD.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *----------------------------------------------------------------*
      *--  VRS151
      *--  Spread percentual vigente p/ o cliente (negociado) ou p/ o
      *--  segmento, canal e moeda da ordem (BCIS019R/BCI019S),
      *--  aplicado sobre a taxa base a favor do banco: no ramo
      *--  multiplicador a taxa sobe, no divisor a taxa desce - nos
      *--  dois casos o cliente paga mais reais pela mesma moeda
      *--  estrangeira. Sem vigencia a taxa aplicada e a propria base.

           MOVE W-VL-TAXA-BASE TO W-VL-TAXA-APLD.

           INITIALIZE L-BCIS019R
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0.

           MOVE S500V-CD-CLI           TO K019R-CD-CLI-ENT.
           MOVE S500V-CD-TIP-CLI       TO K019R-CD-TIP-CLI-ENT.
           MOVE S500V-CD-CNL           TO K019R-CD-CNL-ENT.
           MOVE S500V-CD-MOE           TO K019R-CD-MOE-ENT.
           MOVE DATA-ATUAL-AMD         TO K019R-DT-REF-ENT.

           MOVE LENGTH OF L-BCIS019R TO EIBCALEN
           CALL BCIS019R USING DFHEIBLK L-BCIS019R.

           IF  K019R-CD-RTN NOT EQUAL ZEROS
               GO TO 999286-ERRO-286
           END-IF.

           IF  K019R-IN-ENCT      EQUAL 'S'
           AND K019R-PC-SPRD-SAID NOT EQUAL ZEROS
               MOVE K019R-PC-SPRD-SAID TO W-PC-SPRD
               MOVE K019R-IN-ORIG-SAID TO W-IN-ORIG-SPRD
               IF  S824S-IN-MTP-DVSR EQUAL 'M'
                   COMPUTE W-VL-TAXA-APLD ROUNDED =
                       W-VL-TAXA-BASE * (1 + W-PC-SPRD / 100)
                   ON SIZE ERROR
                      PERFORM 999287-ERRO-287
                   END-COMPUTE
               ELSE
                   COMPUTE W-VL-TAXA-APLD ROUNDED =
                       W-VL-TAXA-BASE / (1 + W-PC-SPRD / 100)
                   ON SIZE ERROR
                      PERFORM 999287-ERRO-287
                   END-COMPUTE
               END-IF
           END-IF.

           MOVE W-VL-TAXA-APLD TO S500V-VL-TAXA-CMB.

       933-099-SAIDA.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Saiu   933-099-SAIDA.'
                      .
       933-099-SAIDA-S.
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           EXIT.

      *----------------------------------------------------------------*
       934-000-CANCELA-TAXA-ORD      SECTION.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Entrou 934-000-CANCELA-TAXA-ORD.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS151 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 934-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS151
      *--  Cancelamento da ordem: a taxa registrada e marcada
      *--  cancelada e sai da receita de spread. Ordem sem taxa
      *--  registrada (retorno 21 - taxa do BEC ou anterior a tabela
      *--  de spread) segue normalmente.

           INITIALIZE L-BCIS0335
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0.

           MOVE 3                      TO K0335-CD-FUC.
           MOVE S500V-CD-IDFR-ORD-PGTO TO K0335-CD-IDFR-ORD.

           MOVE LENGTH OF L-BCIS0335 TO EIBCALEN
           CALL BCIS0335 USING DFHEIBLK L-BCIS0335.

           IF  K0335-CD-RTN NOT EQUAL ZEROS
           AND K0335-CD-RTN NOT EQUAL 21
               GO TO 999288-ERRO-288
           END-IF.

       934-099-SAIDA.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Saiu   934-099-SAIDA.'
                      .
       934-099-SAIDA-S.
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           EXIT.

      *----------------------------------------------------------------*
       900-000-VALIDA-FINAL          SECTION.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Entrou 900-000-VALIDA-FINAL.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *----------------------------------------------------------------*
      *--  VRS116 - Verifica se algum dos banqueiros correspondentes
      *--  informados na ordem esta bloqueado/impedido, com trilha de
      *--  auditoria de compliance.
           PERFORM 822-000-VERIFICA-BANQ-BLQD

      *--  VRS125 - Triagem dos nomes da ordem contra a lista interna
      *--  de vigilancia antes de aceitar o registro.
           PERFORM 848-000-VERIFICA-LST-VGLC

      *--  VRS122 - Verifica provavel duplicidade da ordem na base
      *--  rolante de ordens recentes antes de aceitar o registro.
      *--  VRS133 - Somente na inclusao: a alteracao revalida uma
      *--  ordem ja registrada e casaria com ela mesma.
           IF  S500V-CD-TIP-OPR EQUAL 'I'
               PERFORM 895-000-VERIFICA-DUPL
           END-IF

      *--  VRS124 - Valida o limite acumulado diario e mensal do
      *--  cliente (acumulador BCIS0271 + limites por segmento no
      *--  BCIS003R) antes de aceitar o registro.
           PERFORM 905-000-VALIDA-LIM-ACMD

      *--  VRS150 - Primeiro pagamento do cliente a beneficiario novo
      *--  acima do valor do canal/segmento: a ordem e aceita retida.
           IF  S500V-CD-TIP-OPR EQUAL 'I'
           OR  S500V-CD-TIP-OPR EQUAL 'A'
               PERFORM 928-000-VERIFICA-BNFC-NOVO
           END-IF

      * -- Se a ordem for originada de processamento em lote, o codigo
      * -- da natureza sera 14

           IF  S500V-NR-RMS EQUAL ZEROS
               IF  S500V-CD-TIP-ORD-PGTO = 3
                   MOVE 13                    TO S500V-CD-NTZ
               ELSE
                   IF  S500V-CD-PAIS-BNFC     EQUAL       105
                       PERFORM  910-000-VALIDA-CD-NTZ
                       IF  BCIS051N-RTN-PSQ   EQUAL       1
                           MOVE 86            TO S500V-CD-NTZ
                       ELSE
                           IF  S500V-CD-FMA-ETGA-MOE EQUAL 30
                               MOVE 56            TO S500V-CD-NTZ
                           ELSE
                               MOVE 13            TO S500V-CD-NTZ
                           END-IF
                       END-IF
                   ELSE
                       IF  S500V-CD-FMA-ETGA-MOE EQUAL 30
                           MOVE 56            TO S500V-CD-NTZ
                       ELSE
                           MOVE 13            TO S500V-CD-NTZ
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 14                 TO S500V-CD-NTZ
           END-IF

      *--  Verifica se o saldo da OBT eh suficiente para
      *--  todos os debitos da ORPAG
      *--  Validação retirada a pedido do Marlon conforme
      *--  documento anexo a ação 98387
      *    IF  (S500V-OPCAO EQUAL '11A' OR S500V-OPCAO EQUAL '12A')
      *    AND (S500V-CD-TIP-ORD-PGTO  = 1
      *    OR   S500V-CD-TIP-ORD-PGTO  = 2)
      *    AND  S500V-CD-FMA-INTM      = 3
      *    AND  S500V-CD-TLA          >= 6
      *        IF  S500V-CD-CNL     NOT EQUAL 'B'
      *        OR (S500V-CD-CNL         EQUAL 'B'
      *        AND S500V-SG-SIS-OGM NOT EQUAL ' '
      *        AND S500V-NR-RMS     NOT EQUAL 0)
      *            PERFORM 901000-CONSULTA-VL-OB
      *
      *            IF  S500V-VL-TTL-ORPG-MOEN NOT EQUAL S042G-VL-OB
      *                MOVE 1 TO S500V-CD-TLA
      *                PERFORM 999174-ERRO-174
      *            END-IF
      *        END-IF
      *    END-IF

      *--  VRS145 - Ordem aprovada nas validacoes finais (fase 'D' ou
      *--  confirmacao): calcula o VET devolvido ao canal.
           IF  S500V-CD-RTN       EQUAL ZEROS
           AND S500V-QT-ERRO-LST  EQUAL ZEROS
           AND (S500V-CD-FASE-PRCT EQUAL 'D'
            OR  S500V-CD-FASE-PRCT EQUAL 'C')
               PERFORM 920-000-CALCULA-VET
      *--      VRS146 - Convenio de faturamento mensal de tarifas.
               PERFORM 922-000-VERIFICA-CNV-FAT
           END-IF

      *--  VRS122/VRS124 - Ordem aprovada nas validacoes finais, na
      *--  fase de confirmacao: registra na base rolante de
      *--  duplicidade (quando ativa) e soma o valor nos acumulados
      *--  diario e mensal do cliente.
           IF  S500V-CD-FASE-PRCT EQUAL 'C'
           AND S500V-CD-RTN       EQUAL ZEROS
           AND S500V-QT-ERRO-LST  EQUAL ZEROS
      *--      VRS136 - Consome o bloqueio de saldo colocado na fase
      *--      'D' antes de efetivar os acumulados da confirmacao.
               IF  S500V-NR-BLQ-SLD NOT EQUAL ZEROS
                   PERFORM 915-000-CONSOME-BLQ-SLD
               END-IF
      *--      VRS142 - Ordem agendada: grava a imagem na base de
      *--      agendamentos p/ a execucao na data marcada (BCIS0311);
      *--      duplicidade, acumulado, taxa e posicao de cambio ficam
      *--      p/ a reapresentacao no dia da execucao.
               IF  S500V-CD-TIP-OPR   EQUAL 'I'
               AND S500V-IN-ORPG-AGDD EQUAL 'S'
                   PERFORM 917-000-GRAVA-ORD-AGDD
               END-IF
      *--      VRS133 - Base de duplicidade, acumulado do cliente e
      *--      historico de taxa so na inclusao; a alteracao nao soma
      *--      de novo o valor ja acumulado no registro original.
               IF  S500V-CD-TIP-OPR       EQUAL 'I'
               AND S500V-IN-ORPG-AGDD NOT EQUAL 'S'
      *--          VRS150 - A base rolante tambem e o historico de
      *--          beneficiarios pagos da retencao do 928-000.
                   IF  W-IN-VRF-DUPL      EQUAL 'S'
                   OR  W-IN-VRF-BNFC-NOVO EQUAL 'S'
                       PERFORM 896-000-GRAVA-ORD-RECT
                   END-IF
                   PERFORM 906-000-ACML-VL-CLI
      *--          VRS126 - Atualiza a ultima taxa aplicada da moeda
                   IF  S500V-VL-TAXA-CMB NOT EQUAL ZEROS
                       PERFORM 907-000-ATLZ-TAXA-MOE
                   END-IF
      *--          VRS138 - Acumula a posicao intradiaria de cambio
      *--          da moeda na data de liquidacao.
                   MOVE 1              TO W-CD-FUC-PSC
                   MOVE S500V-CD-MOE   TO W-CD-MOE-PSC
                   MOVE S500V-DT-LQDC  TO W-DT-LQDC-PSC
                   MOVE S500V-VL-MOEE  TO W-VL-MOEE-PSC
                   MOVE S500V-VL-MOEN  TO W-VL-MOEN-PSC
                   PERFORM 909-000-ATLZ-PSC-CMB
               END-IF
      *--      VRS143 - Documento comprobatorio entregue ou pendente
      *--      da ordem (inclusao e alteracao).
               IF  S500V-CD-IDFR-ORD-PGTO NOT EQUAL ZEROS
               AND (S500V-CD-TIP-OPR EQUAL 'I'
                OR  S500V-CD-TIP-OPR EQUAL 'A')
                   PERFORM 918-000-GRAVA-DCTO-SPRT
               END-IF
      *--      VRS145 - VET informado ao cliente, gravado com a ordem
      *--      p/ extrato mensal e apuracao de reclamacoes.
               IF  S500V-CD-IDFR-ORD-PGTO NOT EQUAL ZEROS
               AND S500V-VL-VET           NOT EQUAL ZEROS
               AND (S500V-CD-TIP-OPR EQUAL 'I'
                OR  S500V-CD-TIP-OPR EQUAL 'A')
                   PERFORM 921-000-GRAVA-VET
               END-IF
      *--      VRS147 - Indice da ordem por CPF/CNPJ e por cliente
      *--      p/ a consulta online das ordens do tomador (BCIS0331).
               IF  S500V-CD-IDFR-ORD-PGTO NOT EQUAL ZEROS
               AND (S500V-CD-TIP-OPR EQUAL 'I'
                OR  S500V-CD-TIP-OPR EQUAL 'A')
                   PERFORM 924-000-GRAVA-IDC-TMDR
               END-IF
      *--      VRS149 - Textos da MT103 ajustados ao conjunto SWIFT
      *--      gravados com a ordem SWIFT (tipos 1 e 4).
               IF  S500V-CD-IDFR-ORD-PGTO NOT EQUAL ZEROS
               AND (S500V-CD-TIP-ORD-PGTO EQUAL 1
                OR  S500V-CD-TIP-ORD-PGTO EQUAL 4)
               AND (S500V-CD-TIP-OPR EQUAL 'I'
                OR  S500V-CD-TIP-OPR EQUAL 'A')
                   PERFORM 927-000-GRAVA-TX-SWFT
               END-IF
      *--      VRS150 - Primeiro pagamento a beneficiario novo: grava
      *--      a retencao; a mensagem SWIFT aguarda a liberacao.
               IF  S500V-CD-IDFR-ORD-PGTO NOT EQUAL ZEROS
               AND S500V-IN-RET-BNFC      EQUAL 'S'
               AND (S500V-CD-TIP-OPR EQUAL 'I'
                OR  S500V-CD-TIP-OPR EQUAL 'A')
                   PERFORM 929-000-GRAVA-RET-BNFC
               END-IF
      *--      VRS151 - Taxa base e taxa aplicada c/ spread gravadas
      *--      com a ordem p/ a receita de spread (BCIS0336).
               IF  S500V-CD-IDFR-ORD-PGTO NOT EQUAL ZEROS
               AND W-VL-TAXA-BASE         NOT EQUAL ZEROS
               AND (S500V-CD-TIP-OPR EQUAL 'I'
                OR  S500V-CD-TIP-OPR EQUAL 'A')
               AND S500V-IN-ORPG-AGDD NOT EQUAL 'S'
                   PERFORM 932-000-GRAVA-TAXA-ORD
               END-IF
      *--      VRS146 - Cliente com convenio de faturamento mensal:
      *--      a tarifa da ordem e acumulada p/ a fatura do mes em
      *--      vez do debito ordem a ordem. Ordem agendada acumula
      *--      na execucao.
               IF  S500V-CD-IDFR-ORD-PGTO NOT EQUAL ZEROS
               AND S500V-IN-TARF-FATM     EQUAL 'S'
               AND S500V-VL-TTL-TARF-MOEN GREATER ZEROS
               AND S500V-IN-ORPG-AGDD NOT EQUAL 'S'
               AND (S500V-CD-TIP-OPR EQUAL 'I'
                OR  S500V-CD-TIP-OPR EQUAL 'A')
                   PERFORM 923-000-ACUMULA-TARF
               END-IF
      *--      VRS128 - Evento no acompanhamento de ciclo de vida
      *--      da ordem ('R' inclusao / 'A' alteracao - VRS133)
               IF  S500V-CD-IDFR-ORD-PGTO NOT EQUAL ZEROS
                   PERFORM 908-000-GRAVA-EVT-REG
               END-IF
      *--      VRS133 - Trilha de auditoria da alteracao aceita
               IF  S500V-CD-TIP-OPR EQUAL 'A'
                   PERFORM 997-000-GRAVA-AUDT-OPR
      *--          VRS138 - Ajusta a posicao de cambio: estorna os
      *--          valores originais do acompanhamento (098-000) e
      *--          acumula os valores alterados.
                   MOVE 2              TO W-CD-FUC-PSC
                   MOVE W-CD-MOE-ANT   TO W-CD-MOE-PSC
                   MOVE W-DT-LQDC-ANT  TO W-DT-LQDC-PSC
                   MOVE W-VL-MOEE-ANT  TO W-VL-MOEE-PSC
                   MOVE ZEROS          TO W-VL-MOEN-PSC
                   PERFORM 909-000-ATLZ-PSC-CMB
                   MOVE 1              TO W-CD-FUC-PSC
                   MOVE S500V-CD-MOE   TO W-CD-MOE-PSC
                   MOVE S500V-DT-LQDC  TO W-DT-LQDC-PSC
                   MOVE S500V-VL-MOEE  TO W-VL-MOEE-PSC
                   MOVE S500V-VL-MOEN  TO W-VL-MOEN-PSC
                   PERFORM 909-000-ATLZ-PSC-CMB
               END-IF
           END-IF

      *--  VRS136 - Sucesso da fase 'D' na inclusao: coloca o bloqueio
      *--  de saldo ate a confirmacao (ou a liberacao/varredura).
      *--  O canal 'B' fica fora: no lote a fase 'D' e a confirmacao
      *--  acontecem no mesmo run (BCIS0290) - nao existe o vao D->C
      *--  que a reserva protege, e o bloqueio so viraria orfao ate a
      *--  varredura do BCIS0292.
           IF  S500V-CD-FASE-PRCT EQUAL 'D'
           AND S500V-CD-RTN       EQUAL ZEROS
           AND S500V-QT-ERRO-LST  EQUAL ZEROS
           AND S500V-CD-TIP-OPR   EQUAL 'I'
           AND S500V-CD-CNL   NOT EQUAL 'B'
      *--  VRS142 - Ordem agendada nao debita hoje: o saldo e conferido
      *--  pela cadeia na execucao (BCIS0311).
           AND S500V-IN-ORPG-AGDD NOT EQUAL 'S'
               PERFORM 914-000-COLOCA-BLQ-SLD
           END-IF
           .
       900-099-SAIDA.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Saiu   900-099-SAIDA.'
                      .
       900-099-SAIDA-S.
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           EXIT.

      *-----------------------------------------------------------------
      *901000-CONSULTA-VL-OB          SECTION.
      *-----------------------------------------------------------------
      *    INITIALIZE OPES042G-DADOS
      *
      *    MOVE 8                TO  S042G-CD-FUC
      *    MOVE S500V-CD-USU     TO  S042G-CD-CHV-USU
           DISPLAY 'OPES500V - Entrou 960-000-BUSCA-SEQL-TRML.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 960-099-SAIDA
           END-IF.
      *-----------------------------------------------------------------

           INITIALIZE L-ORES0871
           DISPLAY 'OPES500V - Entrou 972-000-CHAMA-BCISLOG1.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 972-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN BCISLOG1-INCLUIR-XML
           IF RETURN-CODE NOT EQUAL ZERO
              PERFORM 999228-ERRO-228
           END-IF
      *--  VRS144 - Simulacao: data do registro original (DDMMAAAA)
           IF  S500V-IN-SMLC EQUAL 'S'
           AND S500V-TS-SMLC NOT EQUAL ZEROS
               MOVE S500V-TS-SMLC(7:2) TO L-DT-ATU(1:2)
               MOVE S500V-TS-SMLC(5:2) TO L-DT-ATU(3:2)
               MOVE S500V-TS-SMLC(1:4) TO L-DT-ATU(5:4)
           END-IF
           .
       980-099-SAI.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Entrou 982-000-GRAVA-LAT-CHMD.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 982-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS131
      *--  Calcula o tempo decorrido da chamada externa identificada
           DISPLAY 'OPES500V - Entrou 996-000-VERIFICA-ABNO.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: abono nao e reaplicado (uso unico,
      *--  ja consumido pela ordem original).
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 996-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS132
      *--  Confere junto ao BCIS0283 se o numero de abono informado
           DISPLAY 'OPES500V - Entrou 997-000-GRAVA-AUDT-OPR.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 997-000-FIM
           END-IF.
      *--  VRS133
      *--  Trilha de auditoria (compliance) da alteracao e do
      *--  cancelamento de ordem - mesmo padrao da trilha de
           DISPLAY 'OPES500V - Entrou 998-000-GRAVA-FILA-STR.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 998-099-SAIDA
           END-IF.
      *----------------------------------------------------------------*
      *--  VRS127
      *--  Captura na fila BCI0275 (BCIS0275) a operacao recusada
           STRING 'S500V BCIS013R ' K013R-CD-RTN ' ' K013R-TX-RTN
               DELIMITED BY SIZE INTO S500V-TX-MSG-RTN.
           GO TO 999998-SAIDA-ERRO.
      *
       999271-ERRO-271.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Chegou 999271-ERRO-271.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           MOVE 271                 TO S500V-CD-RTN.
           MOVE ZEROS               TO S500V-NR-CMP-ERRO.
           STRING 'S500V Agendamento: ' K0310-TX-MSG-RTN
               DELIMITED BY SIZE INTO S500V-TX-MSG-RTN.
           GO TO 999998-SAIDA-ERRO.
      *
       999272-ERRO-272.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Chegou 999272-ERRO-272.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           MOVE 272                 TO S500V-CD-RTN.
           MOVE ZEROS               TO S500V-NR-CMP-ERRO.
           IF  K015R-QT-DD-PEND-SAID EQUAL ZEROS
               STRING 'S500V Documento ' K015R-CD-TIP-DCTO-SAID
                   ' exigido - pendencia nao admitida p/ a faixa.'
                   DELIMITED BY SIZE INTO S500V-TX-MSG-RTN
           ELSE
               STRING 'S500V Documento ' K015R-CD-TIP-DCTO-SAID
                   ' exigido - informe a referencia ou pendencia.'
                   DELIMITED BY SIZE INTO S500V-TX-MSG-RTN
           END-IF.
           GO TO 999998-SAIDA-ERRO.
      *
       999273-ERRO-273.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Chegou 999273-ERRO-273.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           MOVE 273                 TO S500V-CD-RTN.
           MOVE ZEROS               TO S500V-NR-CMP-ERRO.
           STRING 'S500V BCIS015R ' K015R-CD-RTN ' ' K015R-TX-RTN
               DELIMITED BY SIZE INTO S500V-TX-MSG-RTN.
           GO TO 999998-SAIDA-ERRO.
      *
       999274-ERRO-274.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Chegou 999274-ERRO-274.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           MOVE 274                 TO S500V-CD-RTN.
           MOVE ZEROS               TO S500V-NR-CMP-ERRO.
           STRING 'S500V Documento comprobatorio: ' K0319-TX-MSG-RTN
               DELIMITED BY SIZE INTO S500V-TX-MSG-RTN.
           GO TO 999998-SAIDA-ERRO.
      *
       999275-ERRO-275.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Chegou 999275-ERRO-275.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           MOVE 275                 TO S500V-CD-RTN.
           MOVE ZEROS               TO S500V-NR-CMP-ERRO.
           STRING 'S500V Erro no calculo do VET (Valor Efetivo Total).'
               DELIMITED BY SIZE INTO S500V-TX-MSG-RTN.
           GO TO 999998-SAIDA-ERRO.
      *
       999276-ERRO-276.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Chegou 999276-ERRO-276.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           MOVE 276                 TO S500V-CD-RTN.
           MOVE ZEROS               TO S500V-NR-CMP-ERRO.
           STRING 'S500V VET da ordem: ' K0325-TX-MSG-RTN
               DELIMITED BY SIZE INTO S500V-TX-MSG-RTN.
           GO TO 999998-SAIDA-ERRO.
      *
       999277-ERRO-277.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Chegou 999277-ERRO-277.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           MOVE 277                 TO S500V-CD-RTN.
           MOVE ZEROS               TO S500V-NR-CMP-ERRO.
           STRING 'S500V Convenio de faturamento: ' K016R-TX-RTN
               DELIMITED BY SIZE INTO S500V-TX-MSG-RTN.
           GO TO 999998-SAIDA-ERRO.
      *
       999278-ERRO-278.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Chegou 999278-ERRO-278.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           MOVE 278                 TO S500V-CD-RTN.
           MOVE ZEROS               TO S500V-NR-CMP-ERRO.
           STRING 'S500V Tarifa p/ faturamento mensal: '
               K0326-TX-MSG-RTN
               DELIMITED BY SIZE INTO S500V-TX-MSG-RTN.
           GO TO 999998-SAIDA-ERRO.
      *
       999279-ERRO-279.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Chegou 999279-ERRO-279.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           MOVE 279                 TO S500V-CD-RTN.
           MOVE ZEROS               TO S500V-NR-CMP-ERRO.
           STRING 'S500V Indice de ordens do tomador: '
               K0330-TX-MSG-RTN
               DELIMITED BY SIZE INTO S500V-TX-MSG-RTN.
           GO TO 999998-SAIDA-ERRO.
      *
       999280-ERRO-280.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Chegou 999280-ERRO-280.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           MOVE 280                 TO S500V-CD-RTN.
           MOVE ZEROS               TO S500V-NR-CMP-ERRO.
           IF  K018R-TX-MSG-BLQ-SAID EQUAL SPACES
               STRING 'S500V Tipo de ordem nao habilitado p/ o canal '
                   'e a interface.'
                   DELIMITED BY SIZE INTO S500V-TX-MSG-RTN
           ELSE
               STRING 'S500V ' K018R-TX-MSG-BLQ-SAID
                   DELIMITED BY SIZE INTO S500V-TX-MSG-RTN
           END-IF.
           GO TO 999998-SAIDA-ERRO.
      *
       999281-ERRO-281.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Chegou 999281-ERRO-281.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           MOVE 281                 TO S500V-CD-RTN.
           MOVE ZEROS               TO S500V-NR-CMP-ERRO.
           STRING 'S500V Habilitacao do canal: ' K018R-TX-RTN
               DELIMITED BY SIZE INTO S500V-TX-MSG-RTN.
           GO TO 999998-SAIDA-ERRO.
      *
       999282-ERRO-282.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Chegou 999282-ERRO-282.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           MOVE 282                 TO S500V-CD-RTN.
           MOVE ZEROS               TO S500V-NR-CMP-ERRO.
           STRING 'S500V Texto excede o campo ' W-NM-CMP-SWFT
               DELIMITED BY '  '
               ' da MT103. Corrija.'
               DELIMITED BY SIZE INTO S500V-TX-MSG-RTN.
           GO TO 999998-SAIDA-ERRO.
      *
       999283-ERRO-283.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Chegou 999283-ERRO-283.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           MOVE 283                 TO S500V-CD-RTN.
           MOVE ZEROS               TO S500V-NR-CMP-ERRO.
           STRING 'S500V Conformidade SWIFT: ' K0332-TX-MSG-RTN
               DELIMITED BY SIZE INTO S500V-TX-MSG-RTN.
           GO TO 999998-SAIDA-ERRO.
      *
       999284-ERRO-284.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Chegou 999284-ERRO-284.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           MOVE 284                 TO S500V-CD-RTN.
           MOVE ZEROS               TO S500V-NR-CMP-ERRO.
           STRING 'S500V Historico de beneficiarios: ' K0270-TX-MSG-RTN
               DELIMITED BY SIZE INTO S500V-TX-MSG-RTN.
           GO TO 999998-SAIDA-ERRO.
      *
       999285-ERRO-285.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Chegou 999285-ERRO-285.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           MOVE 285                 TO S500V-CD-RTN.
           MOVE ZEROS               TO S500V-NR-CMP-ERRO.
           STRING 'S500V Retencao 1o pagamento: ' K0333-TX-MSG-RTN
               DELIMITED BY SIZE INTO S500V-TX-MSG-RTN.
           GO TO 999998-SAIDA-ERRO.
      *
       999286-ERRO-286.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Chegou 999286-ERRO-286.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           MOVE 286                 TO S500V-CD-RTN.
           MOVE ZEROS               TO S500V-NR-CMP-ERRO.
           STRING 'S500V Tabela de spread: ' K019R-TX-RTN
               DELIMITED BY SIZE INTO S500V-TX-MSG-RTN.
           GO TO 999998-SAIDA-ERRO.
      *
       999287-ERRO-287.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Chegou 999287-ERRO-287.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           MOVE 287                 TO S500V-CD-RTN.
           MOVE ZEROS               TO S500V-NR-CMP-ERRO.
           STRING 'S500V Taxa com spread fora da faixa permitida.'
               DELIMITED BY SIZE INTO S500V-TX-MSG-RTN.
           GO TO 999998-SAIDA-ERRO.
      *
       999288-ERRO-288.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Chegou 999288-ERRO-288.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
           MOVE 288                 TO S500V-CD-RTN.
           MOVE ZEROS               TO S500V-NR-CMP-ERRO.
           STRING 'S500V Taxa da ordem: ' K0335-TX-MSG-RTN
               DELIMITED BY SIZE INTO S500V-TX-MSG-RTN.
           GO TO 999998-SAIDA-ERRO.
      *
       999900-ERRO-DB2.
      *----------- DELECAO AUTOMATICA - INICIO  >>>>>>>>>>>>>>>>>>>
           DISPLAY 'OPES500V - Entrou 999-999-GRAVA-LOG-HLP.'
                      .
      *----------- DELECAO AUTOMATICA  -  FIM   <<<<<<<<<<<<<<<<<<<
      *--  VRS144 - Simulacao: nada e gravado.
           IF  S500V-IN-SMLC EQUAL 'S'
               GO TO 999-999-FIM
           END-IF.
      *----------------------------------------------------------------*
           INITIALIZE L-BCISLOG0
      *
