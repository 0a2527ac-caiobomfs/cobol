       01  REG-CNAB.
           03  BANCO-CNB             PIC 9(03).
           03  LOTE-CNB              PIC 9(04).
           03  TIPO-REG-CNB          PIC X(01).
               88  HEADER-ARQUIVO-CNB  VALUE '0'.
               88  HEADER-LOTE-CNB     VALUE '1'.
               88  DETALHE-CNB         VALUE '3'.
               88  TRAILER-LOTE-CNB    VALUE '5'.
               88  TRAILER-ARQUIVO-CNB VALUE '9'.
           03  DADOS-CNB             PIC X(232).
           03  HDA-CNB REDEFINES DADOS-CNB.
               05  FILLER             PIC X(09).
               05  TP-INSCRICAO-HDA   PIC 9(01).
               05  NR-INSCRICAO-HDA   PIC 9(14).
               05  CONVENIO-HDA       PIC X(20).
               05  AGENCIA-HDA        PIC 9(05).
               05  DV-AGENCIA-HDA     PIC X(01).
               05  CONTA-HDA          PIC 9(12).
               05  DV-CONTA-HDA       PIC X(01).
               05  DV-AG-CONTA-HDA    PIC X(01).
               05  NM-EMPRESA-HDA     PIC X(30).
               05  NM-BANCO-HDA       PIC X(30).
               05  FILLER             PIC X(10).
               05  CD-REMESSA-HDA     PIC 9(01).
               05  DATA-GERACAO-HDA   PIC 9(08).
               05  HORA-GERACAO-HDA   PIC 9(06).
               05  NSA-HDA            PIC 9(06).
               05  VERSAO-LAYOUT-HDA  PIC 9(03).
               05  DENSIDADE-HDA      PIC 9(05).
               05  RESERVADO-BCO-HDA  PIC X(20).
               05  RESERVADO-EMP-HDA  PIC X(20).
               05  FILLER             PIC X(29).
           03  HDL-CNB REDEFINES DADOS-CNB.
               05  OPERACAO-HDL       PIC X(01).
               05  SERVICO-HDL        PIC 9(02).
               05  FORMA-LANCTO-HDL   PIC 9(02).
               05  VERSAO-LAYOUT-HDL  PIC 9(03).
               05  FILLER             PIC X(01).
               05  TP-INSCRICAO-HDL   PIC 9(01).
               05  NR-INSCRICAO-HDL   PIC 9(14).
               05  CONVENIO-HDL       PIC X(20).
               05  AGENCIA-HDL        PIC 9(05).
               05  DV-AGENCIA-HDL     PIC X(01).
               05  CONTA-HDL          PIC 9(12).
               05  DV-CONTA-HDL       PIC X(01).
               05  DV-AG-CONTA-HDL    PIC X(01).
               05  NM-EMPRESA-HDL     PIC X(30).
               05  MENSAGEM-HDL       PIC X(40).
               05  ENDERECO-HDL       PIC X(88).
               05  OCORRENCIAS-HDL    PIC X(10).
           03  SGA-CNB REDEFINES DADOS-CNB.
               05  NR-REGISTRO-SGA    PIC 9(05).
               05  SEGMENTO-SGA       PIC X(01).
               05  TP-MOVIMENTO-SGA   PIC 9(01).
               05  CD-INSTRUCAO-SGA   PIC 9(02).
               05  CAMARA-SGA         PIC 9(03).
               05  BANCO-FAV-SGA      PIC 9(03).
               05  AGENCIA-FAV-SGA    PIC 9(05).
               05  DV-AGENCIA-FAV-SGA PIC X(01).
               05  CONTA-FAV-SGA      PIC 9(12).
               05  DV-CONTA-FAV-SGA   PIC X(01).
               05  DV-AG-CONTA-FAV-SGA PIC X(01).
               05  NM-FAVORECIDO-SGA  PIC X(30).
               05  SEU-NUMERO-SGA     PIC X(20).
               05  DATA-PAGTO-SGA     PIC 9(08).
               05  MOEDA-SGA          PIC X(03).
               05  QT-MOEDA-SGA       PIC 9(15).
               05  VALOR-PAGTO-SGA    PIC 9(15).
               05  NOSSO-NUMERO-SGA   PIC X(20).
               05  DATA-REAL-SGA      PIC 9(08).
               05  VALOR-REAL-SGA     PIC 9(15).
               05  INFORMACAO-SGA     PIC X(40).
               05  FINALIDADE-DOC-SGA PIC X(02).
               05  FINALIDADE-TED-SGA PIC X(05).
               05  FINALIDADE-CPL-SGA PIC X(02).
               05  FILLER             PIC X(03).
               05  AVISO-SGA          PIC 9(01).
               05  OCORRENCIAS-SGA    PIC X(10).
           03  SGB-CNB REDEFINES DADOS-CNB.
               05  NR-REGISTRO-SGB    PIC 9(05).
               05  SEGMENTO-SGB       PIC X(01).
               05  FILLER             PIC X(03).
               05  TP-INSCRICAO-SGB   PIC 9(01).
               05  NR-INSCRICAO-SGB   PIC 9(14).
               05  ENDERECO-SGB       PIC X(65).
               05  CIDADE-SGB         PIC X(20).
               05  CEP-UF-SGB         PIC X(10).
               05  DATA-VENCTO-SGB    PIC 9(08).
               05  VALOR-DOCTO-SGB    PIC 9(15).
               05  VALOR-ABATIM-SGB   PIC 9(15).
               05  VALOR-DESCTO-SGB   PIC 9(15).
               05  VALOR-MORA-SGB     PIC 9(15).
               05  VALOR-MULTA-SGB    PIC 9(15).
               05  FILLER             PIC X(30).
           03  TRL-CNB REDEFINES DADOS-CNB.
               05  FILLER             PIC X(09).
               05  QT-REGISTROS-TRL   PIC 9(06).
               05  VALOR-TOTAL-TRL    PIC 9(18).
               05  QT-MOEDA-TRL       PIC 9(18).
               05  NR-AVISO-TRL       PIC 9(06).
               05  FILLER             PIC X(165).
               05  OCORRENCIAS-TRL    PIC X(10).
           03  TRA-CNB REDEFINES DADOS-CNB.
               05  FILLER             PIC X(09).
               05  QT-LOTES-TRA       PIC 9(06).
               05  QT-REGISTROS-TRA   PIC 9(06).
               05  QT-CONTAS-TRA      PIC 9(06).
               05  FILLER             PIC X(205).
