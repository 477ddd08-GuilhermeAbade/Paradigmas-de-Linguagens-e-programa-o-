               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TMPRAZ-STATUS.

           SELECT ALCADAS ASSIGN TO "alcadas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALCADAS-STATUS.

           SELECT PENDENTES ASSIGN TO "pendentes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDENTES-STATUS.

           SELECT PENDTMP ASSIGN TO "pendentes.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDTMP-STATUS.

           SELECT BLOQUEIOS ASSIGN TO "bloqueios.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BLOQUEIOS-STATUS.

           SELECT BLQTMP ASSIGN TO "bloqueios.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BLQTMP-STATUS.

           SELECT BLQREL ASSIGN TO "bloqrel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BLQREL-STATUS.

           SELECT DORMENTES ASSIGN TO "dormentes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DORMENTES-STATUS.

           SELECT DORMREL ASSIGN TO "dormrel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DORMREL-STATUS.

           SELECT REATIVACAO ASSIGN TO "reativacao.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REATIVACAO-STATUS.

           SELECT REATTMP ASSIGN TO "reativacao.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REATTMP-STATUS.

           SELECT INFORME ASSIGN TO "informe.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFORME-STATUS.

           SELECT INFRES ASSIGN TO "infresumo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFRES-STATUS.

           SELECT CADEIA ASSIGN TO "cadeia.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CADEIA-STATUS.

           SELECT CADLEIT ASSIGN TO "cadleit.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CADLEIT-STATUS.

           SELECT INTREL ASSIGN TO "integrid.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTREL-STATUS.

           SELECT CLIANT ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLIANT-COD
               ALTERNATE RECORD KEY IS CLIANT-NOME
                   WITH DUPLICATES
               FILE STATUS IS CLIANT-STATUS.

           SELECT CNVENT ASSIGN TO "conversao.ent"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CNVENT-STATUS.

           SELECT CNVSAI ASSIGN TO "conversao.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CNVSAI-STATUS.

           SELECT CNVREL ASSIGN TO "convrel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CNVREL-STATUS.

           SELECT CNVCTL ASSIGN TO "conversao.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CNVCTL-STATUS.

           SELECT CAIXAS ASSIGN TO "caixas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAIXAS-STATUS.

           SELECT CXATMP ASSIGN TO "caixas.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CXATMP-STATUS.

           SELECT CXAREL ASSIGN TO "caixarel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CXAREL-STATUS.

           SELECT CXAHIST ASSIGN TO "caixahist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CXAHIST-STATUS.

           SELECT CXAHREL ASSIGN TO "caixahrel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CXAHREL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
       FD  AUDITORIA.
       01  AUDITORIA-REGISTRO.
           05 AUD-OPERACAO      PIC X(11).
              88 AUD-OPER-SEM-CLIENTE VALUE 'OPER-CRIA' 'OPER-ALTERA'
                 'OPER-DESAT' 'OPER-SENHA' 'ALCADA' 'PARAMETROS'.
           05 AUD-COD           PIC X(7).
           05 AUD-NOME-ANTIGO   PIC X(20).
           05 AUD-SALDO-ANTIGO  PIC S9(7)V99.
           05 AUD-NOME-NOVO     PIC X(20).
           05 AUD-SALDO-NOVO    PIC S9(7)V99.
           05 AUD-DATA-HORA.
              10 AUD-DATA-EVENTO PIC X(8).
              10 AUD-HORA-EVENTO PIC X(8).
           05 AUD-OPERADOR      PIC X(3).
           05 AUD-APROVADOR     PIC X(3).
           05 AUD-SEQ           PIC 9(9).
           05 AUD-CHECK         PIC 9(9).

       FD  RELATORIO.
       01  RELATORIO-LINHA      PIC X(80).

       FD  CSVFILE.
       01  CSV-LINHA            PIC X(128).

       FD  RAZAO.
       01  RAZAO-REGISTRO.
           05 RAZAO-COD            PIC X(7).
           05 RAZAO-TIPO           PIC X(1).
           05 RAZAO-VALOR          PIC 9(7)V99.
           05 RAZAO-MOTIVO         PIC X(4).
           05 RAZAO-SALDO-ANTERIOR PIC S9(7)V99.
           05 RAZAO-SALDO-NOVO     PIC S9(7)V99.
           05 RAZAO-DATA-HORA.
              10 RAZAO-DATA-MOVTO  PIC X(8).
              10 RAZAO-HORA-MOVTO  PIC X(8).
           05 RAZAO-OPERADOR       PIC X(3).
           05 RAZAO-REFERENCIA     PIC X(9).
           05 RAZAO-CONTRAPARTE    PIC X(7).
           05 RAZAO-ORIGEM         PIC X(16).
           05 RAZAO-APROVADOR      PIC X(3).
           05 RAZAO-SEQ            PIC 9(9).
           05 RAZAO-CHECK          PIC 9(9).

       FD  EXTRATO.
       01  EXTRATO-LINHA        PIC X(80).
           05 LOTECTL-PROCESSADOS PIC 9(7).
           05 LOTECTL-EMVOO       PIC X(1).
           05 LOTECTL-LINHA       PIC 9(7).
           05 LOTECTL-COD         PIC X(7).
           05 LOTECTL-TIPO        PIC X(1).
           05 LOTECTL-VALOR       PIC 9(7)V99.
           05 LOTECTL-MOTIVO      PIC X(4).
           05 FECH-LANCAMENTOS  PIC 9(5).
           05 FECH-SOMA-DEB     PIC 9(9)V99.
           05 FECH-SOMA-CRED    PIC 9(9)V99.
           05 FECH-TOTAL-SALDO  PIC S9(9)V99.

       FD  FECHREL.
       01  FECHREL-LINHA        PIC X(80).

       FD  ARQLEIT.
       01  ARQLEIT-LINHA        PIC X(116).

       FD  CONTABIL.
       01  CONTABIL-LINHA       PIC X(44).

       FD  CONTCTL.
       01  CONTCTL-REGISTRO.
           05 PAR-TARIFA        PIC 9(7)V99.
           05 PAR-TARIFA-INAT   PIC 9(7)V99.
           05 PAR-TAXA          PIC 9V9999.
           05 PAR-TAXA-CHEQUE   PIC 9V9999.
           05 PAR-MESES-DORMENCIA PIC 9(3).

       FD  AGENDA.
       01  AGENDA-REGISTRO.
           05 AGE-COD           PIC X(7).
           05 AGE-TIPO          PIC X(1).
           05 AGE-VALOR         PIC 9(7)V99.
           05 AGE-MOTIVO        PIC X(4).
           05 AGE-SITUACAO      PIC X(1).
           05 AGE-RESULTADO     PIC X(10).
           05 AGE-DATA-EXEC     PIC X(8).
           05 AGE-SOLICITANTE   PIC X(3).
           05 AGE-APROVACAO     PIC X(1).

       FD  AGETMP.
       01  AGETMP-LINHA         PIC X(52).

       FD  AGEREL.
       01  AGEREL-LINHA         PIC X(80).

       FD  ARQAUD.
       01  ARQAUD-LINHA         PIC X(116).

       FD  TMPAUD.
       01  TMPAUD-LINHA         PIC X(116).

       FD  ARQRAZ.
       01  ARQRAZ-LINHA         PIC X(111).

       FD  TMPRAZ.
       01  TMPRAZ-LINHA         PIC X(111).

       FD  ALCADAS.
       01  ALCADA-REGISTRO.
           05 ALC-PERFIL        PIC X(1).
           05 ALC-LIMITE        PIC 9(7)V99.

       FD  PENDENTES.
       01  PENDENTE-REGISTRO.
           05 PEND-ID           PIC X(16).
           05 PEND-TIPO-MOV     PIC X(1).
           05 PEND-COD          PIC X(7).
           05 PEND-CONTRAPARTE  PIC X(7).
           05 PEND-TIPO         PIC X(1).
           05 PEND-VALOR        PIC 9(7)V99.
           05 PEND-MOTIVO       PIC X(4).
           05 PEND-SOLICITANTE  PIC X(3).
           05 PEND-SITUACAO     PIC X(1).
           05 PEND-APROVADOR    PIC X(3).
           05 PEND-DATA-DECISAO PIC X(8).
           05 PEND-RESULTADO    PIC X(10).

       FD  PENDTMP.
       01  PENDTMP-LINHA        PIC X(70).

       FD  BLOQUEIOS.
       01  BLOQUEIO-REGISTRO.
           05 BLQ-NUMERO        PIC 9(6).
           05 BLQ-COD           PIC X(7).
           05 BLQ-NATUREZA      PIC X(1).
           05 BLQ-TIPO          PIC X(1).
           05 BLQ-VALOR         PIC 9(7)V99.
           05 BLQ-MOTIVO        PIC X(20).
           05 BLQ-DOCUMENTO     PIC X(20).
           05 BLQ-INICIO        PIC X(8).
           05 BLQ-FIM           PIC X(8).
           05 BLQ-SITUACAO      PIC X(1).
           05 BLQ-OPER-INCLUSAO PIC X(3).
           05 BLQ-OPER-LIBERACAO PIC X(3).
           05 BLQ-DATA-LIBERACAO PIC X(8).

       FD  BLQTMP.
       01  BLQTMP-LINHA         PIC X(95).

       FD  BLQREL.
       01  BLQREL-LINHA         PIC X(100).

       FD  DORMENTES.
       01  DORMENTE-REGISTRO.
           05 DORM-COD          PIC X(7).
           05 DORM-DATA-AVISO   PIC X(8).
           05 DORM-ULT-MOVTO    PIC X(8).
           05 DORM-SITUACAO     PIC X(1).
           05 DORM-DATA-SITUACAO PIC X(8).
           05 DORM-OPERADOR     PIC X(3).

       FD  DORMREL.
       01  DORMREL-LINHA        PIC X(80).

       FD  REATIVACAO.
       01  REATIVACAO-REGISTRO.
           05 REAT-COD          PIC X(7).
           05 REAT-DATA-HORA    PIC X(16).
           05 REAT-OPERADOR     PIC X(3).
           05 REAT-TIPO         PIC X(1).
           05 REAT-VALOR        PIC 9(7)V99.
           05 REAT-MOTIVO       PIC X(4).
           05 REAT-CONTRAPARTE  PIC X(7).
           05 REAT-SITUACAO     PIC X(1).
           05 REAT-REVISOR      PIC X(3).
           05 REAT-DATA-DECISAO PIC X(8).

       FD  REATTMP.
       01  REATTMP-LINHA        PIC X(59).

       FD  INFORME.
       01  INFORME-LINHA        PIC X(80).

       FD  INFRES.
       01  INFRES-LINHA         PIC X(100).

       FD  CADEIA.
       01  CADEIA-REGISTRO.
           05 CAD-RAZ-SEQ       PIC 9(9).
           05 CAD-RAZ-CHECK     PIC 9(9).
           05 CAD-AUD-SEQ       PIC 9(9).
           05 CAD-AUD-CHECK     PIC 9(9).

       FD  CADLEIT.
       01  CADLEIT-LINHA        PIC X(116).
       01  CADLEIT-RAZAO.
           05 FILLER            PIC X(93).
           05 CADLEIT-RAZ-SEQ   PIC 9(9).
           05 CADLEIT-RAZ-CHECK PIC 9(9).
           05 FILLER            PIC X(5).
       01  CADLEIT-AUD.
           05 FILLER            PIC X(98).
           05 CADLEIT-AUD-SEQ   PIC 9(9).
           05 CADLEIT-AUD-CHECK PIC 9(9).

       FD  INTREL.
       01  INTREL-LINHA         PIC X(100).

       FD  CLIANT.
       01  CLIANT-REGISTRO.
           05 CLIANT-COD        PIC X(3).
           05 CLIANT-NOME       PIC X(20).
           05 CLIANT-DADOS.
              10 CLIANT-SALDO   PIC S9(7)V99.
              10 FILLER         PIC X(65).
           05 CLIANT-DESTINO    PIC X(3).

       FD  CNVENT.
       01  CNVENT-LINHA         PIC X(132).

       FD  CNVSAI.
       01  CNVSAI-LINHA         PIC X(132).

       FD  CNVREL.
       01  CNVREL-LINHA         PIC X(132).

       FD  CNVCTL.
       01  CNVCTL-REGISTRO.
           05 CNVCTL-DATA       PIC X(8).
           05 CNVCTL-HORA       PIC X(8).
           05 CNVCTL-OPERADOR   PIC X(3).

       FD  CAIXAS.
       01  CAIXA-REGISTRO.
           05 CXA-DATA          PIC X(8).
           05 CXA-OPERADOR      PIC X(3).
           05 CXA-SITUACAO      PIC X(1).
              88 CXA-ABERTO     VALUE 'A'.
              88 CXA-FECHADO    VALUE 'F'.
           05 CXA-HORA-ABERTURA PIC X(8).
           05 CXA-ABERTURA      PIC 9(7)V99.
           05 CXA-HORA-FECHAMENTO PIC X(8).
           05 CXA-CREDITOS      PIC 9(9)V99.
           05 CXA-DEBITOS       PIC 9(9)V99.
           05 CXA-ESPERADO      PIC S9(9)V99.
           05 CXA-CONTADO       PIC 9(7)V99.
           05 CXA-DIFERENCA     PIC S9(9)V99.
           05 CXA-OPER-FECHAMENTO PIC X(3).

       FD  CXATMP.
       01  CXATMP-LINHA         PIC X(93).

       FD  CXAREL.
       01  CXAREL-LINHA         PIC X(80).

       FD  CXAHIST.
       01  CXAHIST-REGISTRO.
           05 CXH-DATA          PIC X(8).
           05 CXH-OPERADOR      PIC X(3).
           05 CXH-ESPERADO      PIC S9(9)V99.
           05 CXH-CONTADO       PIC 9(7)V99.
           05 CXH-DIFERENCA     PIC S9(9)V99.
           05 CXH-RESULTADO     PIC X(7).
           05 CXH-OPER-FECHAMENTO PIC X(3).
           05 CXH-HORA          PIC X(8).

       FD  CXAHREL.
       01  CXAHREL-LINHA        PIC X(80).

       WORKING-STORAGE SECTION.
       01  OPCOES        PIC 99 VALUE 0.
       01  COD-PROCURA   PIC X(7).
       01  NOVO-NOME     PIC X(20).
       01  NOVO-SALDO    PIC S9(7)V99.
       01  NOVO-LIMITE   PIC 9(7)V99.
       01  LIMITE-ANTERIOR PIC 9(7)V99.
       01  END-OF-FILE   PIC X VALUE 'N'.  *> Indicador de fim de arquivo
       01  CONTINUA-CRIACAO PIC X VALUE 'S'.
       01  CLIENTES-STATUS  PIC X(2) VALUE '00'.
       01  REL-MAX-LINHAS   PIC 9(3) VALUE 10.
       01  REL-LINHA-CONT   PIC 9(3) VALUE 0.
       01  REL-PAGINA       PIC 9(3) VALUE 0.
       01  REL-TOTAL-SALDO  PIC S9(9)V99 VALUE 0.
       01  REL-SALDO-EDT    PIC ZZZ,ZZZ,ZZ9.99-.
       01  REL-PAGINA-EDT   PIC ZZ9.
       01  CSVFILE-STATUS   PIC X(2) VALUE '00'.
       01  CSV-COD          PIC X(7).
       01  CSV-NOME         PIC X(20).
       01  CSV-SALDO-STR    PIC X(10).
       01  CSV-SALDO-NUM REDEFINES CSV-SALDO-STR
                            PIC S9(7)V99 SIGN LEADING SEPARATE.
       01  CSV-SALDO-PARTES REDEFINES CSV-SALDO-STR.
           05 CSV-SALDO-SINAL PIC X(1).
           05 FILLER        PIC X(9).
       01  CSV-SALDO-EDT REDEFINES CSV-SALDO-STR.
           05 CSV-SALDO-INT PIC 9(7).
           05 CSV-SALDO-DEC PIC 9(2).
           05 FILLER        PIC X(1).
       01  CSV-LIMITE-STR   PIC X(9).
       01  CSV-LIMITE-NUM REDEFINES CSV-LIMITE-STR PIC 9(7)V99.
       01  CSV-ENDERECO     PIC X(40).
       01  CSV-TELEFONE     PIC X(15).
       01  CSV-STATUS       PIC X(1).
       01  CSV-DESTINO      PIC X(7).
       01  CSV-CAMPOS-LIDOS PIC 9(2).
       01  BACKUP-DATA      PIC 9(8).
       01  BACKUP-HORA      PIC 9(8).
       01  RAZAO-STATUS     PIC X(2) VALUE '00'.
       01  TIPO-VALIDO      PIC X VALUE 'N'.
       01  VALOR-VALIDO     PIC X VALUE 'N'.
       01  MOTIVO-VALIDO    PIC X VALUE 'N'.
       01  VALOR-DIGITADO   PIC X(9).
       01  LANC-TIPO        PIC X(1).
       01  LANC-MOTIVO      PIC X(4).
       01  EXT-DATA-INI     PIC X(8).
       01  EXT-DATA-FIM     PIC X(8).
       01  EXT-DATA-VALIDA  PIC X VALUE 'N'.
       01  EXT-SALDO-INICIAL   PIC S9(7)V99.
       01  EXT-SALDO-CORRENTE  PIC S9(7)V99.
       01  EXT-TEM-ANTERIOR PIC X VALUE 'N'.
       01  EXT-TEM-MOVTO    PIC X VALUE 'N'.
       01  EXT-TEM-POSTERIOR PIC X VALUE 'N'.
       01  EXT-PAGINA       PIC 9(3) VALUE 0.
       01  EXT-MOVTO-CONT   PIC 9(5) VALUE 0.
       01  EXT-VALOR-EDT    PIC ZZZ,ZZZ,ZZ9.99.
       01  EXT-SALDO-EDT    PIC ZZZ,ZZZ,ZZ9.99-.
       01  EXT-EST-TABELA.
           05 EXT-EST-ENT OCCURS 50 TIMES.
              10 EXT-EST-DATA-HORA PIC X(16).
              10 EXT-EST-TIPO      PIC X(1).
              10 EXT-EST-VALOR     PIC 9(7)V99.
              10 EXT-EST-REF       PIC X(9).
              10 EXT-EST-ORIGEM    PIC X(16).
       01  EXT-EST-CONT     PIC 9(5) VALUE 0.
       01  EXT-EST-IDX      PIC 9(2) COMP.
       01  EXT-ARQUIVO      PIC X(40).
       01  EXT-CMD          PIC X(80).
       01  CONCILIA-STATUS  PIC X(2) VALUE '00'.
       01  CONC-TABELA.
           05 CONC-ENTRADA OCCURS 20012 TIMES.
              10 CONC-TEM-MOVTO   PIC X(1).
              10 CONC-TEM-CLIENTE PIC X(1).
              10 CONC-SALDO-RAZAO PIC S9(7)V99.
       01  CONC-IDX          PIC 9(5) COMP.
       01  CONC-CLIENTE-CONT PIC 9(5) VALUE 0.
       01  CONC-DISCREP-CONT PIC 9(5) VALUE 0.
       01  CONC-ORFAO-CONT   PIC 9(5) VALUE 0.
       01  CONC-AJUSTE-CONT  PIC 9(5) VALUE 0.
       01  CONC-ESPERADO-EDT PIC ZZZ,ZZZ,ZZ9.99-.
       01  CONC-ATUAL-EDT    PIC ZZZ,ZZZ,ZZ9.99-.
       01  CONC-CONT-EDT     PIC ZZZZ9.
       01  MOVIMENTOS-STATUS PIC X(2) VALUE '00'.
       01  REJEITOS-STATUS  PIC X(2) VALUE '00'.
       01  LOTECTL-STATUS   PIC X(2) VALUE '00'.
       01  LANC-VALOR       PIC 9(7)V99.
       01  LANC-RESULTADO   PIC X(1).
       01  LANC-DISPONIVEL  PIC S9(10)V99.
       01  LANC-SEM-LIMITE  PIC X VALUE 'N'.
       01  LANC-REFERENCIA  PIC X(9) VALUE SPACES.
       01  LANC-CONTRAPARTE PIC X(7) VALUE SPACES.
       01  LANC-ORIGEM      PIC X(16) VALUE SPACES.
       01  LANC-SOLICITANTE PIC X(3) VALUE SPACES.
       01  LANC-APROVADOR   PIC X(3) VALUE SPACES.
       01  TRANSF-ORIGEM    PIC X(7).
       01  TRANSF-DESTINO   PIC X(7).
       01  TRANSF-VALOR     PIC 9(7)V99.
       01  TRANSF-MOTIVO    PIC X(4).
       01  TRANSF-REF       PIC X(9).
       01  TRANSF-DISP-ORIGEM PIC S9(10)V99.
       01  TRANSF-ORIG-INATIVA PIC X VALUE 'N'.
       01  TRANSF-DEST-INATIVA PIC X VALUE 'N'.
       01  TRANSF-DESTINO-NOME PIC X(20).
       01  TRANSF-PARTES-OK PIC X VALUE 'N'.
       01  TRANSF-FUNDIDA   PIC X VALUE 'N'.
       01  TRANSF-DEB-DATA-HORA PIC X(16).
       01  TRANSF-EFETIVADA PIC X VALUE 'N'.
       01  EST-COD          PIC X(7).
       01  EST-DATA         PIC X(8).
       01  EST-REF          PIC X(9).
       01  EST-REF-NOVA     PIC X(9).
       01  EST-ALCADA-OK    PIC X VALUE 'N'.
       01  EST-FASE         PIC X(1).
       01  EST-CONT         PIC 9(2) VALUE 0.
       01  EST-EXCESSO      PIC X VALUE 'N'.
       01  EST-ESCOLHA      PIC 9(2) VALUE 0.
       01  EST-TABELA.
           05 EST-TAB-REG OCCURS 20 TIMES PIC X(111).
       01  EST-PERNAS.
           05 EST-PERNA OCCURS 2 TIMES.
              10 EST-P-COD          PIC X(7).
              10 EST-P-TIPO         PIC X(1).
              10 EST-P-VALOR        PIC 9(7)V99.
              10 EST-P-MOTIVO       PIC X(4).
              10 EST-P-SALDO-ANT    PIC S9(7)V99.
              10 EST-P-SALDO-NOVO   PIC S9(7)V99.
              10 EST-P-DATA-HORA    PIC X(16).
              10 EST-P-OPERADOR     PIC X(3).
              10 EST-P-REFERENCIA   PIC X(9).
              10 EST-P-CONTRAPARTE  PIC X(7).
              10 EST-P-ORIGEM       PIC X(16).
              10 EST-P-APROVADOR    PIC X(3).
              10 EST-P-SEQ          PIC 9(9).
              10 EST-P-CHECK        PIC 9(9).
       01  EST-IDX          PIC 9(1) COMP.
       01  EST-PRIM         PIC 9(1) COMP.
       01  EST-SEG          PIC 9(1) COMP.
       01  EST-TRANSF       PIC X VALUE 'N'.
       01  EST-ACHOU-PAR    PIC X VALUE 'N'.
       01  EST-JA-ESTORNADO PIC X VALUE 'N'.
       01  EST-PERNAS-OK    PIC X VALUE 'N'.
       01  EST-PRIM-DATA-HORA PIC X(16).
       01  EST-ULT-ESTO-COD PIC X(7).
       01  EST-ULT-ESTO-DH  PIC X(16).
       01  EST-VALOR-EDT    PIC ZZZ,ZZZ,ZZ9.99.
       01  EST-NUM-EDT      PIC Z9.
       01  LOTE-CHECKPOINT  PIC 9(7) VALUE 0.
       01  LOTE-LIDOS       PIC 9(7) VALUE 0.
       01  LOTE-POSTADOS    PIC 9(7) VALUE 0.
       01  LOTE-MOTIVO-REJ  PIC X(10).
       01  LOTE-EMVOO       PIC X VALUE 'N'.
       01  LOTE-MARCA-LINHA PIC 9(7) VALUE 0.
       01  LOTE-MARCA-COD   PIC X(7).
       01  LOTE-MARCA-TIPO  PIC X(1).
       01  LOTE-MARCA-VALOR PIC 9(7)V99 VALUE 0.
       01  LOTE-MARCA-MOTIVO PIC X(4).
       01  LOTE-MARCA-APLICADA PIC X VALUE 'N'.
       01  LOTE-ULT-COD     PIC X(7).
       01  LOTE-ULT-TIPO    PIC X(1).
       01  LOTE-ULT-VALOR   PIC 9(7)V99 VALUE 0.
       01  LOTE-ULT-MOTIVO  PIC X(4).
       01  MOV-COD          PIC X(7).
       01  MOV-TIPO         PIC X(1).
       01  MOV-VALOR-STR    PIC X(9).
       01  MOV-MOTIVO       PIC X(4).
       01  MENSAL-TARIFA    PIC 9(7)V99 VALUE 10.00.
       01  MENSAL-TARIFA-INAT PIC 9(7)V99 VALUE 0.
       01  MENSAL-TAXA      PIC 9V9999 VALUE 0.0050.
       01  MENSAL-TAXA-CHEQUE PIC 9V9999 VALUE 0.0800.
       01  MENSAL-MESES-DORM PIC 9(3) VALUE 12.
       01  MENSAL-TAXA-EDT  PIC 9.9999.
       01  PARAMS-STATUS    PIC X(2) VALUE '00'.
       01  PARAM-VIG-ACHADA PIC 9(8) VALUE 0.
       01  PARAM-TAXA-EDT REDEFINES PARAM-TAXA-DIG.
           05 PARAM-TAXA-INT PIC 9(1).
           05 PARAM-TAXA-DEC PIC 9(4).
       01  PARAM-TAXACHQ-DIG PIC X(5).
       01  PARAM-TAXACHQ-EDT REDEFINES PARAM-TAXACHQ-DIG.
           05 PARAM-TAXACHQ-INT PIC 9(1).
           05 PARAM-TAXACHQ-DEC PIC 9(4).
       01  PARAM-DORM-DIG   PIC X(3).
       01  MENSAL-JUROS     PIC 9(7)V99.
       01  MENSAL-PROC      PIC 9(5) VALUE 0.
       01  MENSAL-INATIVOS  PIC 9(5) VALUE 0.
       01  MENSAL-SEM-SALDO PIC 9(5) VALUE 0.
       01  MENSAL-TOT-TARIFA PIC 9(9)V99 VALUE 0.
       01  MENSAL-TOT-JUROS PIC 9(9)V99 VALUE 0.
       01  MENSAL-CHEQUE    PIC 9(5) VALUE 0.
       01  MENSAL-CHEQUE-BLOQ PIC 9(5) VALUE 0.
       01  MENSAL-TOT-CHEQUE PIC 9(9)V99 VALUE 0.
       01  MENSAL-EDT       PIC ZZZ,ZZZ,ZZ9.99.
       01  AUDREL-STATUS    PIC X(2) VALUE '00'.
       01  AUDC-COD         PIC X(7).
       01  AUDC-OPER        PIC X(11).
       01  AUDC-DATA-INI    PIC X(8).
       01  AUDC-DATA-FIM    PIC X(8).
       01  AUDC-LINHA-CONT  PIC 9(3) VALUE 0.
       01  AUDC-PAGINA      PIC 9(3) VALUE 0.
       01  AUDC-DETALHE     PIC X(132).
       01  AUDC-SALDO-ANT-EDT  PIC ZZZ,ZZZ,ZZ9.99-.
       01  AUDC-SALDO-NOVO-EDT PIC ZZZ,ZZZ,ZZ9.99-.
       01  FECHAMENTO-STATUS PIC X(2) VALUE '00'.
       01  FECHREL-STATUS   PIC X(2) VALUE '00'.
       01  FECH-HOJE        PIC 9(8).
       01  DIA-FECHADO      PIC X VALUE 'N'.
       01  FECH-QTD-CLI     PIC 9(5) VALUE 0.
       01  FECH-QTD-LANC    PIC 9(5) VALUE 0.
       01  FECH-QTD-EST     PIC 9(5) VALUE 0.
       01  FECH-QTD-EXPIR   PIC 9(5) VALUE 0.
       01  FECH-W-EST       PIC 9(9)V99 VALUE 0.
       01  FECH-W-DEB       PIC 9(9)V99 VALUE 0.
       01  FECH-W-CRED      PIC 9(9)V99 VALUE 0.
       01  FECH-W-SALDO     PIC S9(9)V99 VALUE 0.
       01  FECH-EDT         PIC ZZZ,ZZZ,ZZ9.99-.
       01  FECH-CONT-EDT    PIC ZZZZ9.
       01  FECH-LINHA-CONT  PIC 9(3) VALUE 0.
       01  FECH-PAGINA      PIC 9(3) VALUE 0.
       01  AGE-POST-CONT    PIC 9(5) VALUE 0.
       01  AGE-FALHA-CONT   PIC 9(5) VALUE 0.
       01  AGE-PEND-CONT    PIC 9(5) VALUE 0.
       01  AGE-APROV-CONT   PIC 9(5) VALUE 0.
       01  AGE-NO-FECHAMENTO PIC X VALUE 'N'.
       01  AGE-ERRO-ARQ     PIC X VALUE 'N'.
       01  AGE-VALOR-EDT    PIC ZZZ,ZZZ,ZZ9.99.
       01  AGE-CONT-EDT     PIC ZZZZ9.
       01  CONT-DET.
           05 CONT-DET-TIPO-REG PIC X(1).
           05 CONT-DET-DATA     PIC X(8).
           05 CONT-DET-COD      PIC X(7).
           05 CONT-DET-TIPO     PIC X(1).
           05 CONT-DET-MOTIVO   PIC X(4).
           05 CONT-DET-VALOR    PIC 9(7)V99.
           05 CONT-DET-OPER     PIC X(3).
           05 CONT-DET-SALDO    PIC S9(7)V99 SIGN LEADING SEPARATE.
       01  CONT-TRL.
           05 CONT-TRL-TIPO-REG PIC X(1).
           05 CONT-TRL-REGS     PIC 9(7).
       01  REV-LIMITE-DIAS  PIC 9(2) VALUE 3.
       01  REV-ACAO         PIC X.
       01  REV-FIM          PIC X VALUE 'N'.
       01  REV-NOVO-COD     PIC X(7).
       01  REV-NOVO-VALOR   PIC X(9).
       01  GERREL-STATUS    PIC X(2) VALUE '00'.
       01  GER-PERIODO-DIG  PIC X(6).
              10 GER-LANC      PIC 9(5).
              10 GER-DEB       PIC 9(9)V99.
              10 GER-CRED      PIC 9(9)V99.
              10 GER-SALDO     PIC S9(9)V99.
       01  GER-IDX          PIC 9(2) COMP.
       01  GER-DIAS-MES     PIC 9(2).
       01  GER-QUOC         PIC 9(4).
       01  GER-NAO-FECHADOS PIC 9(2) VALUE 0.
       01  GER-QUEBRAS      PIC 9(2) VALUE 0.
       01  GER-TEM-ANT      PIC X VALUE 'N'.
       01  GER-SALDO-ANT    PIC S9(9)V99.
       01  GER-SALDO-ESP    PIC S9(11)V99.
       01  GER-TOT-LANC     PIC 9(7) VALUE 0.
       01  GER-TOT-DEB      PIC 9(11)V99 VALUE 0.
       01  GER-TOT-CRED     PIC 9(11)V99 VALUE 0.
       01  GER-EDT          PIC ZZZ,ZZZ,ZZ9.99-.
       01  GER-EDT2         PIC ZZZ,ZZZ,ZZ9.99-.
       01  GER-EDT3         PIC ZZZ,ZZZ,ZZ9.99-.

       01  GER-CONT-EDT     PIC ZZZZ9.
       01  GER-DIA-EDT      PIC 99.
       01  TRAVA-STATUS     PIC X(2) VALUE '00'.
       01  BATCH-CONTADORES PIC X(60).
       01  BATCH-CONT-EDT   PIC ZZZZ9.
       01  BATCH-CONT2-EDT  PIC ZZZZ9.
       01  ALCADAS-STATUS   PIC X(2) VALUE '00'.
       01  ALC-LIMITE-VIG   PIC 9(7)V99 VALUE 0.
       01  ALC-LIMITE-SUP   PIC 9(7)V99 VALUE 0.
       01  ALC-LIMITE-OPE   PIC 9(7)V99 VALUE 0.
       01  ALC-LIMITE-ANT   PIC 9(7)V99 VALUE 0.
       01  ALC-PERFIL-DIG   PIC X(1).
       01  PENDENTES-STATUS PIC X(2) VALUE '00'.
       01  PENDTMP-STATUS   PIC X(2) VALUE '00'.
       01  PEND-TABELA.
           05 PEND-TAB-ENT OCCURS 20 TIMES.
              10 PEND-TAB-ID          PIC X(16).
              10 PEND-TAB-SOLICITANTE PIC X(3).
       01  PEND-CONT        PIC 9(2) VALUE 0.
       01  PEND-EXCESSO     PIC X VALUE 'N'.
       01  PEND-ESCOLHA     PIC 9(2) VALUE 0.
       01  PEND-ESCOLHIDO   PIC X(16).
       01  PEND-ULT-ID      PIC X(16) VALUE SPACES.
       01  PEND-DECISAO     PIC X(1).
       01  PEND-FIM         PIC X VALUE 'N'.
       01  PEND-NUM-EDT     PIC Z9.
       01  PEND-VALOR-EDT   PIC ZZZ,ZZZ,ZZ9.99.
       01  BLOQUEIOS-STATUS PIC X(2) VALUE '00'.
       01  BLQTMP-STATUS    PIC X(2) VALUE '00'.
       01  BLQREL-STATUS    PIC X(2) VALUE '00'.
       01  BLQ-EOF          PIC X VALUE 'N'.
       01  BLQ-HOJE-NUM     PIC 9(8).
       01  BLQ-HOJE         PIC X(8).
       01  BLQ-BLOQUEADO    PIC 9(9)V99 VALUE 0.
       01  BLQ-TEM-TOTAL    PIC X VALUE 'N'.
       01  BLQ-ATIVO        PIC X VALUE 'N'.
       01  BLQ-OPCAO        PIC 9(1) VALUE 0.
       01  BLQ-PROX-NUMERO  PIC 9(6) VALUE 0.
       01  BLQ-NUM-DIG      PIC X(6).
       01  BLQ-NUM-PROCURA  PIC 9(6) VALUE 0.
       01  BLQ-ACHOU        PIC X VALUE 'N'.
       01  BLQ-DADOS-OK     PIC X VALUE 'N'.
       01  BLQ-SIT-DESC     PIC X(9).
       01  BLQ-VALOR-EDT    PIC ZZZ,ZZZ,ZZ9.99.
       01  BLQ-REL-CONT     PIC 9(5) VALUE 0.
       01  BLQ-REL-TOTAIS   PIC 9(5) VALUE 0.
       01  BLQ-REL-SOMA     PIC 9(9)V99 VALUE 0.
       01  BLQ-REL-LINHAS   PIC 9(3) VALUE 0.
       01  BLQ-REL-PAGINA   PIC 9(3) VALUE 0.
       01  BLQ-CONT-EDT     PIC ZZZZ9.
       01  LANC-SISTEMA     PIC X VALUE 'N'.
       01  DORMENTES-STATUS PIC X(2) VALUE '00'.
       01  DORMREL-STATUS   PIC X(2) VALUE '00'.
       01  REATIVACAO-STATUS PIC X(2) VALUE '00'.
       01  REATTMP-STATUS   PIC X(2) VALUE '00'.
       01  DORM-OPCAO       PIC 9(1) VALUE 0.
       01  DORM-TABELA.
           05 DORM-ENTRADA OCCURS 20012 TIMES.
              10 DORM-T-ULT-MOVTO PIC X(8).
              10 DORM-T-AVISO     PIC X(8).
       01  DORM-IDX         PIC 9(5) COMP.
       01  DORM-DATA-W      PIC X(8).
       01  DORM-HOJE        PIC 9(8).
       01  DORM-HOJE-R REDEFINES DORM-HOJE.
           05 DORM-HOJE-ANO PIC 9(4).
           05 DORM-HOJE-MES PIC 9(2).
           05 DORM-HOJE-DIA PIC 9(2).
       01  DORM-CALC-DATA   PIC 9(8).
       01  DORM-CALC-R REDEFINES DORM-CALC-DATA.
           05 DORM-CALC-ANO PIC 9(4).
           05 DORM-CALC-MES PIC 9(2).
           05 DORM-CALC-DIA PIC 9(2).
       01  DORM-CALC-MESES  PIC 9(3).
       01  DORM-TOT-MESES   PIC 9(6).
       01  DORM-CORTE       PIC X(8).
       01  DORM-LIMITE-AVISO PIC X(8).
       01  DORM-MESES-AVISO PIC 9(3) VALUE 1.
       01  DORM-ACAO        PIC X(10).
       01  DORM-EOF         PIC X VALUE 'N'.
       01  DORM-AVISOS      PIC 9(5) VALUE 0.
       01  DORM-AGUARDANDO  PIC 9(5) VALUE 0.
       01  DORM-INATIVADAS  PIC 9(5) VALUE 0.
       01  DORM-CANCELADOS  PIC 9(5) VALUE 0.
       01  DORM-ANALISADOS  PIC 9(5) VALUE 0.
       01  DORM-CONT-EDT    PIC ZZZZ9.
       01  DORM-REL-LINHAS  PIC 9(3) VALUE 0.
       01  DORM-REL-PAGINA  PIC 9(3) VALUE 0.
       01  REAT-EOF         PIC X VALUE 'N'.
       01  REAT-DECISAO     PIC X(1).
       01  REAT-PENDENTES   PIC 9(5) VALUE 0.
       01  REAT-ALTERADOS   PIC 9(5) VALUE 0.
       01  REAT-VALOR-EDT   PIC ZZZ,ZZZ,ZZ9.99.
       01  REAT-HOJE        PIC 9(8).
       01  INFORME-STATUS   PIC X(2) VALUE '00'.
       01  INFRES-STATUS    PIC X(2) VALUE '00'.
       01  INF-OPCAO        PIC 9(1) VALUE 0.
       01  INF-ANO-DIG      PIC X(4).
       01  INF-ANO          PIC 9(4) VALUE 0.
       01  INF-ANO-ANT      PIC 9(4) VALUE 0.
       01  INF-ANO-OK       PIC X VALUE 'N'.
       01  INF-HOJE         PIC 9(8).
       01  INF-HOJE-R REDEFINES INF-HOJE.
           05 INF-HOJE-ANO  PIC 9(4).
           05 FILLER        PIC 9(4).
       01  INF-CORTE-ANT    PIC X(8).
       01  INF-CORTE-FIM    PIC X(8).
       01  INF-COD-FILTRO   PIC X(7) VALUE SPACES.
       01  INF-EOF          PIC X VALUE 'N'.
       01  INF-EXISTIA      PIC X VALUE 'N'.
       01  INF-IDX          PIC 9(5) COMP.
       01  INF-TABELA.
           05 INF-ENTRADA OCCURS 20012 TIMES.
              10 INF-T-TEM-ANT    PIC X(1).
              10 INF-T-TEM-PRIM   PIC X(1).
              10 INF-T-TEM-FIM    PIC X(1).
              10 INF-T-CRIACAO    PIC X(1).
              10 INF-T-SALDO-ANT  PIC S9(9)V99.
              10 INF-T-PRIM-ANT   PIC S9(9)V99.
              10 INF-T-SALDO-FIM  PIC S9(9)V99.
              10 INF-T-JUROS      PIC 9(9)V99.
              10 INF-T-TARIFAS    PIC 9(9)V99.
              10 INF-T-OUT-CRED   PIC 9(9)V99.
              10 INF-T-OUT-DEB    PIC 9(9)V99.
       01  INF-SALDO-ANT    PIC S9(9)V99.
       01  INF-SALDO-FIM    PIC S9(9)V99.
       01  INF-QTD          PIC 9(6) VALUE 0.
       01  INF-TOT-SALDO-FIM PIC S9(11)V99 VALUE 0.
       01  INF-TOT-JUROS    PIC 9(11)V99 VALUE 0.
       01  INF-TOT-TARIFAS  PIC 9(11)V99 VALUE 0.
       01  INF-TOT-OUT-CRED PIC 9(11)V99 VALUE 0.
       01  INF-TOT-OUT-DEB  PIC 9(11)V99 VALUE 0.
       01  INF-VALOR-EDT    PIC ZZZ,ZZZ,ZZ9.99-.
       01  INF-ARQUIVO      PIC X(40).
       01  INF-RESUMO-ARQ   PIC X(40).
       01  INFRES-CABEC.
           05 INFRES-C-TIPO      PIC X(1) VALUE 'H'.
           05 INFRES-C-ANO       PIC 9(4).
           05 INFRES-C-SISTEMA   PIC X(12) VALUE "CLIENTESCRUD".
           05 INFRES-C-TITULO    PIC X(22)
                                 VALUE "INFORME DE RENDIMENTOS".
           05 FILLER             PIC X(61) VALUE SPACES.
       01  INFRES-DETALHE.
           05 INFRES-D-TIPO      PIC X(1) VALUE 'D'.
           05 INFRES-D-ANO       PIC 9(4).
           05 INFRES-D-COD       PIC X(7).
           05 INFRES-D-NOME      PIC X(20).
           05 INFRES-D-SALDO-ANT PIC S9(9)V99
                                 SIGN LEADING SEPARATE.
           05 INFRES-D-SALDO-FIM PIC S9(9)V99
                                 SIGN LEADING SEPARATE.
           05 INFRES-D-JUROS     PIC 9(9)V99.
           05 INFRES-D-TARIFAS   PIC 9(9)V99.
           05 INFRES-D-OUT-CRED  PIC 9(9)V99.
           05 INFRES-D-OUT-DEB   PIC 9(9)V99.
       01  INFRES-TRAILER.
           05 INFRES-T-TIPO      PIC X(1) VALUE 'T'.
           05 INFRES-T-ANO       PIC 9(4).
           05 INFRES-T-QTD       PIC 9(6).
           05 INFRES-T-SALDO-FIM PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           05 INFRES-T-JUROS     PIC 9(11)V99.
           05 INFRES-T-TARIFAS   PIC 9(11)V99.
           05 INFRES-T-OUT-CRED  PIC 9(11)V99.
           05 INFRES-T-OUT-DEB   PIC 9(11)V99.
           05 FILLER             PIC X(23) VALUE SPACES.
       01  CADEIA-STATUS    PIC X(2) VALUE '00'.
       01  INTREL-STATUS    PIC X(2) VALUE '00'.
       01  CADLEIT-STATUS   PIC X(2) VALUE '00'.
       01  CHK-AREA.
           05 CHK-CAR OCCURS 120 TIMES PIC X(1).
       01  CHK-BYTE-W.
           05 FILLER        PIC X(1) VALUE LOW-VALUE.
           05 CHK-BYTE-CAR  PIC X(1).
       01  CHK-BYTE-NUM REDEFINES CHK-BYTE-W PIC 9(4) BINARY.
       01  CHK-TAM          PIC 9(3) COMP.
       01  CHK-IDX          PIC 9(3) COMP.
       01  CHK-BASE         PIC 9(9).
       01  CHK-H            PIC 9(9).
       01  CHK-W            PIC 9(12).
       01  CHK-Q            PIC 9(4).
       01  CAD-EOF          PIC X VALUE 'N'.
       01  INT-ARQUIVO      PIC X(40).
       01  INT-REG-ARQ      PIC 9(7) VALUE 0.
       01  INT-INICIADA     PIC X VALUE 'N'.
       01  INT-SEQ-LIDO     PIC 9(9).
       01  INT-CHECK-LIDO   PIC 9(9).
       01  INT-SEQ-ANT      PIC 9(9) VALUE 0.
       01  INT-CHECK-ANT    PIC 9(9) VALUE 0.
       01  INT-SEQ-ESPERADO PIC 9(9) VALUE 0.
       01  INT-LIDOS        PIC 9(7) VALUE 0.
       01  INT-LEGADOS      PIC 9(7) VALUE 0.
       01  INT-ERROS        PIC 9(7) VALUE 0.
       01  INT-ERROS-TOTAL  PIC 9(7) VALUE 0.
       01  INT-MSG          PIC X(40).
       01  INT-EOF          PIC X VALUE 'N'.
       01  INT-TEM-CTL      PIC X VALUE 'N'.
       01  INT-IDX          PIC 9(5) COMP.
       01  INT-TABELA.
           05 INT-ENTRADA OCCURS 20012 TIMES.
              10 INT-T-TEM       PIC X(1).
              10 INT-T-SALDO     PIC S9(7)V99.
       01  INT-CONT-EDT     PIC Z,ZZZ,ZZ9.
       01  INT-SEQ-EDT      PIC ZZZZZZZZ9.
       01  INT-VALOR-EDT    PIC ZZZ,ZZZ,ZZ9.99-.
       01  CDV-COD          PIC X(7).
       01  CDV-COD-R REDEFINES CDV-COD.
           05 CDV-DIG OCCURS 7 TIMES PIC 9(1).
       01  CDV-COD-N REDEFINES CDV-COD.
           05 CDV-BASE      PIC 9(6).
           05 CDV-DV-LIDO   PIC 9(1).
       01  CDV-OK           PIC X VALUE 'N'.
       01  CDV-IDX          PIC 9(1) COMP.
       01  CDV-SOMA         PIC 9(4).
       01  CDV-QUOC         PIC 9(4).
       01  CDV-RESTO        PIC 9(2).
       01  CDV-DV           PIC 9(2).
       01  TCOD-COD         PIC X(7).
       01  TCOD-COD-N REDEFINES TCOD-COD PIC 9(7).
       01  TCOD-TABELA.
           05 TCOD-CHAVE OCCURS 20011 TIMES PIC X(7).
       01  TCOD-POS         PIC 9(5) COMP.
       01  TCOD-QUOC        PIC 9(7).
       01  TCOD-RESTO       PIC 9(5).
       01  TCOD-OCUPADOS    PIC 9(5) VALUE 0.
       01  TCOD-CHEIA       PIC X VALUE 'N'.
       01  FUS-ORIGEM       PIC X(7).
       01  FUS-DESTINO      PIC X(7).
       01  FUS-ORIG-DADOS.
           05 FUS-ORIG-NOME      PIC X(20).
           05 FUS-ORIG-SALDO     PIC S9(7)V99.
           05 FUS-ORIG-ENDERECO  PIC X(40).
           05 FUS-ORIG-TELEFONE  PIC X(15).
           05 FUS-ORIG-STATUS    PIC X(1).
           05 FUS-ORIG-LIMITE    PIC 9(7)V99.
       01  FUS-DEST-DADOS.
           05 FUS-DEST-NOME      PIC X(20).
           05 FUS-DEST-SALDO     PIC S9(7)V99.
           05 FUS-DEST-ENDERECO  PIC X(40).
           05 FUS-DEST-TELEFONE  PIC X(15).
           05 FUS-DEST-STATUS    PIC X(1).
           05 FUS-DEST-LIMITE    PIC 9(7)V99.
       01  FUS-NOME         PIC X(20).
       01  FUS-ENDERECO     PIC X(40).
       01  FUS-TELEFONE     PIC X(15).
       01  FUS-PERGUNTA     PIC X(10).
       01  FUS-ESCOLHA      PIC X VALUE SPACE.
       01  FUS-OK           PIC X VALUE 'N'.
       01  FUS-IMPEDIDO     PIC X VALUE 'N'.
       01  FUS-TEM-PEND     PIC X VALUE 'N'.
       01  FUS-LANC-OK      PIC X VALUE 'N'.
       01  FUS-EFETIVADA    PIC X VALUE 'N'.
       01  FUS-SEGUIR       PIC X VALUE 'N'.
       01  FUS-SEGUINDO     PIC X VALUE 'N'.
       01  FUS-EOF          PIC X VALUE 'N'.
       01  FUS-REF          PIC X(9).
       01  FUS-VALOR        PIC 9(7)V99.
       01  FUS-TIPO-ORIG    PIC X(1).
       01  FUS-TIPO-DEST    PIC X(1).
       01  FUS-DEB-DATA-HORA PIC X(16).
       01  FUS-AGE-CONT     PIC 9(5) VALUE 0.
       01  FUS-REJ-CONT     PIC 9(5) VALUE 0.
       01  FUS-LINK-COD     PIC X(7).
       01  FUS-LINK-DESTINO PIC X(7).
       01  FUS-SALDO1-EDT   PIC ZZZ,ZZZ,ZZ9.99-.
       01  FUS-SALDO2-EDT   PIC ZZZ,ZZZ,ZZ9.99-.
       01  CLIANT-STATUS    PIC X(2) VALUE '00'.
       01  CNVENT-STATUS    PIC X(2) VALUE '00'.
       01  CNVSAI-STATUS    PIC X(2) VALUE '00'.
       01  CNVREL-STATUS    PIC X(2) VALUE '00'.
       01  CNVCTL-STATUS    PIC X(2) VALUE '00'.
       01  CNV-CMD          PIC X(160).
       01  CNV-ARQUIVO      PIC X(40).
       01  CNV-TIPO         PIC X(1).
       01  CNV-EOF          PIC X VALUE 'N'.
       01  CNV-MSG          PIC X(50).
       01  CNV-SIT          PIC X(8).
       01  CNV-REG-ARQ      PIC 9(7) VALUE 0.
       01  CNV-LIDOS        PIC 9(7) VALUE 0.
       01  CNV-GRAVADOS     PIC 9(7) VALUE 0.
       01  CNV-RELIDOS      PIC 9(7) VALUE 0.
       01  CNV-NAO-CONV     PIC 9(7) VALUE 0.
       01  CNV-DV-INV       PIC 9(7) VALUE 0.
       01  CNV-VALOR-ANT    PIC S9(11)V99 VALUE 0.
       01  CNV-VALOR-NOVO   PIC S9(11)V99 VALUE 0.
       01  CNV-ERROS-ARQ    PIC 9(7) VALUE 0.
       01  CNV-ERROS        PIC 9(7) VALUE 0.
       01  CNV-AVISOS       PIC 9(7) VALUE 0.
       01  CNV-ARQ-CONT     PIC 9(3) VALUE 0.
       01  CNV-JA-FEITA     PIC X VALUE 'N'.
       01  CNV-EFETIVADA    PIC X VALUE 'N'.
       01  CNV-CLI-PREP     PIC X VALUE 'N'.
       01  CNV-CLI-LIDOS    PIC 9(7) VALUE 0.
       01  CNV-CLI-SALDO    PIC S9(11)V99 VALUE 0.
       01  CNV-PREP-TABELA.
           05 CNV-PREP-NOME OCCURS 140 TIMES PIC X(40).
       01  CNV-PREP-CONT    PIC 9(3) VALUE 0.
       01  CNV-PREP-IDX     PIC 9(3) COMP.
       01  CNV-TEM-CTL      PIC X VALUE 'N'.
       01  CNV-CTL-RAZ-SEQ  PIC 9(9) VALUE 0.
       01  CNV-CTL-RAZ-CHECK PIC 9(9) VALUE 0.
       01  CNV-CTL-AUD-SEQ  PIC 9(9) VALUE 0.
       01  CNV-CTL-AUD-CHECK PIC 9(9) VALUE 0.
       01  CNV-INICIADA     PIC X VALUE 'N'.
       01  CNV-SEQ-LIDO     PIC 9(9) VALUE 0.
       01  CNV-CHECK-LIDO   PIC 9(9) VALUE 0.
       01  CNV-SEQ-ANT      PIC 9(9) VALUE 0.
       01  CNV-SEQ-ESPERADO PIC 9(9) VALUE 0.
       01  CNV-CHK-VELHO    PIC 9(9) VALUE 0.
       01  CNV-CHK-NOVO     PIC 9(9) VALUE 0.
       01  CNV-VER-CHK      PIC 9(9) VALUE 0.
       01  CNV-RAZ-SEQ-FIM  PIC 9(9) VALUE 0.
       01  CNV-RAZ-CHK-FIM  PIC 9(9) VALUE 0.
       01  CNV-AUD-SEQ-FIM  PIC 9(9) VALUE 0.
       01  CNV-AUD-CHK-FIM  PIC 9(9) VALUE 0.
       01  CNV-COD-ANT      PIC X(7).
       01  CNV-COD-ANT-R REDEFINES CNV-COD-ANT.
           05 CNV-COD-ANT3  PIC X(3).
           05 CNV-COD-ANT-RESTO PIC X(4).
       01  CNV-COD-ANT-C REDEFINES CNV-COD-ANT.
           05 CNV-CA-CAR OCCURS 7 TIMES PIC X(1).
       01  CNV-COD-NOVO     PIC X(7).
       01  CNV-COD-NOVO-C REDEFINES CNV-COD-NOVO.
           05 CNV-CN-CAR OCCURS 7 TIMES PIC X(1).
       01  CNV-COD-CONVERTIDO PIC X VALUE 'N'.
       01  CNV-COD-VER      PIC X(7).
       01  CNV-TXT-ENT      PIC X(132).
       01  CNV-TXT-ENT-C REDEFINES CNV-TXT-ENT.
           05 CNV-TE-CAR OCCURS 132 TIMES PIC X(1).
       01  CNV-TXT-SAI      PIC X(132).
       01  CNV-TXT-SAI-C REDEFINES CNV-TXT-SAI.
           05 CNV-TS-CAR OCCURS 132 TIMES PIC X(1).
       01  CNV-TXT-TAM      PIC 9(3) COMP.
       01  CNV-TXT-LIMITE   PIC 9(3) COMP.
       01  CNV-TXT-I        PIC 9(3) COMP.
       01  CNV-TXT-J        PIC 9(3) COMP.
       01  CNV-TXT-K        PIC 9(3) COMP.
       01  CNV-TXT-INI      PIC 9(3) COMP.
       01  CNV-TXT-CAMPO    PIC 9(3) COMP.
       01  CNV-TXT-ALVO1    PIC 9(3) COMP.
       01  CNV-TXT-ALVO2    PIC 9(3) COMP.
       01  CNV-TXT-CAR      PIC X(1).
       01  CNV-TXT-NO-CAMPO PIC X VALUE 'N'.
       01  CNV-TXT-FIM-CAMPO PIC X VALUE 'N'.
       01  CNV-TXT-EXCEDEU  PIC X VALUE 'N'.
       01  CNV-LINHA-ANT    PIC X(132).
       01  CNV-RAZ-ANT REDEFINES CNV-LINHA-ANT.
           05 CNV-RAZA-COD      PIC X(3).
           05 CNV-RAZA-MEIO1.
              10 FILLER         PIC X(1).
              10 CNV-RAZA-VALOR PIC 9(7)V99.
              10 FILLER         PIC X(22).
           05 CNV-RAZA-MEIO2    PIC X(28).
           05 CNV-RAZA-CTP      PIC X(3).
           05 CNV-RAZA-MEIO3    PIC X(19).
           05 CNV-RAZA-CADEIA.
              10 CNV-RAZA-SEQ   PIC 9(9).
              10 CNV-RAZA-CHECK PIC 9(9).
           05 FILLER            PIC X(29).
       01  CNV-AUD-ANT REDEFINES CNV-LINHA-ANT.
           05 CNV-AUDA-OPERACAO PIC X(11).
              88 CNV-AUDA-SEM-CLIENTE VALUE 'OPER-CRIA' 'OPER-ALTERA'
                 'OPER-DESAT' 'OPER-SENHA' 'ALCADA' 'PARAMETROS'.
           05 CNV-AUDA-COD      PIC X(3).
           05 CNV-AUDA-MEIO1    PIC X(29).
           05 CNV-AUDA-NOME-NOVO.
              10 CNV-AUDA-FUNDIDO PIC X(11).
              10 CNV-AUDA-DESTINO PIC X(3).
              10 FILLER         PIC X(6).
           05 CNV-AUDA-MEIO2.
              10 CNV-AUDA-SALDO-NOVO PIC S9(7)V99.
              10 FILLER         PIC X(22).
           05 CNV-AUDA-CADEIA.
              10 CNV-AUDA-SEQ   PIC 9(9).
              10 CNV-AUDA-CHECK PIC 9(9).
           05 FILLER            PIC X(20).
       01  CNV-AGE-ANT REDEFINES CNV-LINHA-ANT.
           05 CNV-AGEA-COD      PIC X(3).
           05 CNV-AGEA-RESTO.
              10 FILLER         PIC X(1).
              10 CNV-AGEA-VALOR PIC 9(7)V99.
              10 FILLER         PIC X(31).
           05 FILLER            PIC X(88).
       01  CNV-PEND-ANT REDEFINES CNV-LINHA-ANT.
           05 CNV-PENDA-ID      PIC X(17).
           05 CNV-PENDA-COD     PIC X(3).
           05 CNV-PENDA-CTP     PIC X(3).
           05 CNV-PENDA-RESTO.
              10 FILLER         PIC X(1).
              10 CNV-PENDA-VALOR PIC 9(7)V99.
              10 FILLER         PIC X(29).
           05 FILLER            PIC X(70).
       01  CNV-BLQ-ANT REDEFINES CNV-LINHA-ANT.
           05 CNV-BLQA-NUMERO   PIC X(6).
           05 CNV-BLQA-COD      PIC X(3).
           05 CNV-BLQA-RESTO.
              10 FILLER         PIC X(2).
              10 CNV-BLQA-VALOR PIC 9(7)V99.
              10 FILLER         PIC X(71).
           05 FILLER            PIC X(41).
       01  CNV-DORM-ANT REDEFINES CNV-LINHA-ANT.
           05 CNV-DORMA-COD     PIC X(3).
           05 CNV-DORMA-RESTO   PIC X(28).
           05 FILLER            PIC X(101).
       01  CNV-REAT-ANT REDEFINES CNV-LINHA-ANT.
           05 CNV-REATA-COD     PIC X(3).
           05 CNV-REATA-MEIO.
              10 FILLER         PIC X(20).
              10 CNV-REATA-VALOR PIC 9(7)V99.
              10 FILLER         PIC X(4).
           05 CNV-REATA-CTP     PIC X(3).
           05 CNV-REATA-RESTO   PIC X(12).
           05 FILLER            PIC X(81).
       01  CNV-LOTE-ANT REDEFINES CNV-LINHA-ANT.
           05 CNV-LOTEA-CAB     PIC X(15).
           05 CNV-LOTEA-COD     PIC X(3).
           05 CNV-LOTEA-RESTO.
              10 FILLER         PIC X(1).
              10 CNV-LOTEA-VALOR PIC 9(7)V99.
              10 FILLER         PIC X(4).
           05 FILLER            PIC X(100).
       01  CNV-REJ-ANT REDEFINES CNV-LINHA-ANT.
           05 CNV-REJA-MOV      PIC X(40).
           05 CNV-REJA-RESTO    PIC X(19).
           05 FILLER            PIC X(73).
       01  CNV-LINHA-NOVA   PIC X(132).
       01  CNV-CLI-NOVO REDEFINES CNV-LINHA-NOVA.
           05 CNV-CLIN-COD      PIC X(7).
           05 CNV-CLIN-NOME     PIC X(20).
           05 CNV-CLIN-DADOS    PIC X(74).
           05 CNV-CLIN-DESTINO  PIC X(7).
           05 FILLER            PIC X(24).
       01  CNV-RAZ-NOVO REDEFINES CNV-LINHA-NOVA.
           05 CNV-RAZN-COD      PIC X(7).
           05 CNV-RAZN-MEIO1    PIC X(32).
           05 CNV-RAZN-MEIO2    PIC X(28).
           05 CNV-RAZN-CTP      PIC X(7).
           05 CNV-RAZN-MEIO3    PIC X(19).
           05 CNV-RAZN-CADEIA   PIC X(18).
           05 FILLER            PIC X(21).
       01  CNV-AUD-NOVO REDEFINES CNV-LINHA-NOVA.
           05 CNV-AUDN-OPERACAO PIC X(11).
           05 CNV-AUDN-COD      PIC X(7).
           05 CNV-AUDN-MEIO1    PIC X(29).
           05 CNV-AUDN-NOME-NOVO.
              10 CNV-AUDN-FUNDIDO PIC X(11).
              10 CNV-AUDN-DESTINO PIC X(7).
              10 FILLER         PIC X(2).
           05 CNV-AUDN-MEIO2    PIC X(31).
           05 CNV-AUDN-CADEIA   PIC X(18).
           05 FILLER            PIC X(16).
       01  CNV-AGE-NOVO REDEFINES CNV-LINHA-NOVA.
           05 CNV-AGEN-COD      PIC X(7).
           05 CNV-AGEN-RESTO    PIC X(41).
           05 FILLER            PIC X(84).
       01  CNV-PEND-NOVO REDEFINES CNV-LINHA-NOVA.
           05 CNV-PENDN-ID      PIC X(17).
           05 CNV-PENDN-COD     PIC X(7).
           05 CNV-PENDN-CTP     PIC X(7).
           05 CNV-PENDN-RESTO   PIC X(39).
           05 FILLER            PIC X(62).
       01  CNV-BLQ-NOVO REDEFINES CNV-LINHA-NOVA.
           05 CNV-BLQN-NUMERO   PIC X(6).
           05 CNV-BLQN-COD      PIC X(7).
           05 CNV-BLQN-RESTO    PIC X(82).
           05 FILLER            PIC X(37).
       01  CNV-DORM-NOVO REDEFINES CNV-LINHA-NOVA.
           05 CNV-DORMN-COD     PIC X(7).
           05 CNV-DORMN-RESTO   PIC X(28).
           05 FILLER            PIC X(97).
       01  CNV-REAT-NOVO REDEFINES CNV-LINHA-NOVA.
           05 CNV-REATN-COD     PIC X(7).
           05 CNV-REATN-MEIO    PIC X(33).
           05 CNV-REATN-CTP     PIC X(7).
           05 CNV-REATN-RESTO   PIC X(12).
           05 FILLER            PIC X(73).
       01  CNV-LOTE-NOVO REDEFINES CNV-LINHA-NOVA.
           05 CNV-LOTEN-CAB     PIC X(15).
           05 CNV-LOTEN-COD     PIC X(7).
           05 CNV-LOTEN-RESTO   PIC X(14).
           05 FILLER            PIC X(96).
       01  CNV-REJ-NOVO REDEFINES CNV-LINHA-NOVA.
           05 CNV-REJN-MOV      PIC X(40).
           05 CNV-REJN-RESTO    PIC X(19).
           05 FILLER            PIC X(73).
       01  CNV-LINHA-REL.
           05 CNV-REL-ARQUIVO   PIC X(26).
           05 CNV-REL-LIDOS     PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CNV-REL-GRAVADOS  PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CNV-REL-NAO-CONV  PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CNV-REL-DV-INV    PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CNV-REL-VALOR-ANT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CNV-REL-VALOR-NOVO PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CNV-REL-SIT       PIC X(8).
       01  CNV-CONT-EDT     PIC Z,ZZZ,ZZ9.
       01  CNV-SEQ-EDT      PIC ZZZZZZZZ9.
       01  CAIXAS-STATUS    PIC X(2) VALUE '00'.
       01  CXATMP-STATUS    PIC X(2) VALUE '00'.
       01  CXAREL-STATUS    PIC X(2) VALUE '00'.
       01  CXAHIST-STATUS   PIC X(2) VALUE '00'.
       01  CXAHREL-STATUS   PIC X(2) VALUE '00'.
       01  CXA-EOF          PIC X VALUE 'N'.
       01  CXA-OPCAO        PIC 9(1) VALUE 0.
       01  CXA-OPER-PROCURA PIC X(3).
       01  CXA-OPER-DIG     PIC X(3).
       01  CXA-TEM-ABERTO   PIC X VALUE 'N'.
       01  CXA-TEM-HOJE     PIC X VALUE 'N'.
       01  CXA-GRAVOU       PIC X VALUE 'N'.
       01  CXA-FORCADO      PIC X VALUE 'N'.
       01  CXA-LIBERADO     PIC X VALUE 'N'.
       01  CXA-QTD-ABERTOS  PIC 9(5) VALUE 0.
       01  CXA-W-DATA       PIC X(8).
       01  CXA-W-OPERADOR   PIC X(3).
       01  CXA-W-HORA-ABERTURA PIC X(8).
       01  CXA-W-HORA-FECHAMENTO PIC X(8).
       01  CXA-W-ABERTURA   PIC 9(7)V99 VALUE 0.
       01  CXA-W-CONTADO    PIC 9(7)V99 VALUE 0.
       01  CXA-W-CREDITOS   PIC 9(9)V99 VALUE 0.
       01  CXA-W-DEBITOS    PIC 9(9)V99 VALUE 0.
       01  CXA-W-OUT-CRED   PIC 9(9)V99 VALUE 0.
       01  CXA-W-OUT-DEB    PIC 9(9)V99 VALUE 0.
       01  CXA-W-ESPERADO   PIC S9(9)V99 VALUE 0.
       01  CXA-W-DIFERENCA  PIC S9(9)V99 VALUE 0.
       01  CXA-W-EM-CAIXA   PIC X VALUE 'N'.
       01  CXA-RESULTADO    PIC X(7).
       01  CXA-EDT          PIC ZZZ,ZZZ,ZZ9.99-.
       01  CXA-CONT-EDT     PIC ZZZZ9.
       01  CXA-CONT2-EDT    PIC ZZZZ9.
       01  CXA-DIF-EDT      PIC ZZZ,ZZZ,ZZ9.99-.
       01  CXA-REL-LINHAS   PIC 9(3) VALUE 0.
       01  CXA-REL-PAGINA   PIC 9(3) VALUE 0.
       01  CXM-TABELA.
           05 CXM-ITEM OCCURS 40 TIMES.
              10 CXM-MOTIVO    PIC X(4).
              10 CXM-EM-CAIXA  PIC X(1).
              10 CXM-QTD       PIC 9(5).
              10 CXM-CREDITOS  PIC 9(9)V99.
              10 CXM-DEBITOS   PIC 9(9)V99.
       01  CXM-CONT         PIC 9(2) COMP VALUE 0.
       01  CXM-IDX          PIC 9(2) COMP VALUE 0.
       01  CXM-ACHOU        PIC X VALUE 'N'.
       01  CXA-LINHA-MOTIVO.
           05 CXA-LM-MOTIVO    PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CXA-LM-CAIXA     PIC X(3).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CXA-LM-QTD       PIC ZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CXA-LM-CREDITOS  PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CXA-LM-DEBITOS   PIC ZZZ,ZZZ,ZZ9.99-.
       01  CXH-OPER-FILTRO  PIC X(3).
       01  CXH-DATA-INI     PIC X(8).
       01  CXH-QTD          PIC 9(5) VALUE 0.
       01  CXO-TABELA.
           05 CXO-ITEM OCCURS 100 TIMES.
              10 CXO-OPERADOR     PIC X(3).
              10 CXO-FECHAMENTOS  PIC 9(5).
              10 CXO-FALTAS       PIC 9(5).
              10 CXO-SOBRAS       PIC 9(5).
              10 CXO-SOMA-FALTAS  PIC S9(9)V99.
              10 CXO-SOMA-SOBRAS  PIC S9(9)V99.
       01  CXO-CONT         PIC 9(3) COMP VALUE 0.
       01  CXO-IDX          PIC 9(3) COMP VALUE 0.
       01  CXO-ACHOU        PIC X VALUE 'N'.
       01  CXA-LINHA-HIST.
           05 CXA-LH-DATA      PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 CXA-LH-OPERADOR  PIC X(3).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 CXA-LH-ESPERADO  PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 CXA-LH-CONTADO   PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 CXA-LH-DIFERENCA PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CXA-LH-RESULTADO PIC X(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CXA-LH-FECHADO-POR PIC X(3).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           END-IF
           PERFORM EFETUAR-SIGNON
           IF SIGNON-OK NOT = 'S'
               MOVE 37 TO OPCOES
           END-IF
           PERFORM UNTIL OPCOES = 37
               DISPLAY "=== MENU ==="
               DISPLAY "1 - Criar Registro"
               DISPLAY "2 - Ler Registros"
               DISPLAY "26 - Relatorio Gerencial Mensal"
               DISPLAY "27 - Revisar Movimentos Rejeitados"
               DISPLAY "28 - Extrato Contabil Diario"
               DISPLAY "29 - Estornar Lancamento"
               DISPLAY "30 - Aprovar Movimentos Pendentes"
               DISPLAY "31 - Bloqueios de Saldo"
               DISPLAY "32 - Contas Dormentes e Reativacao"
               DISPLAY "33 - Informe de Rendimentos Anual"
               DISPLAY "34 - Verificar Integridade dos Diarios"
               DISPLAY "35 - Fundir Cadastros Duplicados"
               DISPLAY "36 - Caixa do Operador"
               DISPLAY "37 - Sair"
               ACCEPT OPCOES

               EVALUATE OPCOES
                   WHEN 28
                       PERFORM GERAR-EXTRATO-CONTABIL
                   WHEN 29
                       PERFORM ESTORNAR-LANCAMENTO
                   WHEN 30
                       IF OPERADOR-SUPERVISOR
                           PERFORM APROVAR-PENDENTES
                       ELSE
                           DISPLAY "Opcao restrita ao supervisor."
                       END-IF
                   WHEN 31
                       IF OPERADOR-SUPERVISOR
                           PERFORM MANTER-BLOQUEIOS
                       ELSE
                           DISPLAY "Opcao restrita ao supervisor."
                       END-IF
                   WHEN 32
                       IF OPERADOR-SUPERVISOR
                           PERFORM MANTER-DORMENTES
                       ELSE
                           DISPLAY "Opcao restrita ao supervisor."
                       END-IF
                   WHEN 33
                       PERFORM INFORME-RENDIMENTOS
                   WHEN 34
                       PERFORM VERIFICAR-INTEGRIDADE
                   WHEN 35
                       IF OPERADOR-SUPERVISOR
                           PERFORM FUNDIR-CLIENTES
                       ELSE
                           DISPLAY "Opcao restrita ao supervisor."
                       END-IF
                   WHEN 36
                       PERFORM CAIXA-OPERADOR
                   WHEN 37
                       DISPLAY "Saindo do programa..."
                   WHEN OTHER
                       DISPLAY "Opcao invalida!"
               PERFORM UNTIL CONTINUA-CRIACAO NOT = 'S'
                   MOVE 'N' TO COD-VALIDO
                   PERFORM UNTIL COD-VALIDO = 'Y'
                       DISPLAY "Informe o Codigo (7 digitos, com o "
                           "digito verificador):"
                       ACCEPT CLIENTE-COD
                       MOVE CLIENTE-COD TO CDV-COD
                       PERFORM VALIDAR-DIGITO-COD
                       IF CDV-OK NOT = 'S'
                           DISPLAY "Codigo invalido. Use 7 digitos com "
                               "o digito verificador."
                       ELSE
                           MOVE 'Y' TO COD-VALIDO
                       END-IF
                       END-IF
                   END-PERFORM

                   MOVE 0 TO CLIENTE-LIMITE
                   MOVE SPACES TO CLIENTE-COD-DESTINO
                   IF OPERADOR-SUPERVISOR
                       MOVE 'N' TO SALDO-VALIDO
                       PERFORM UNTIL SALDO-VALIDO = 'Y'
                           DISPLAY "Limite de cheque especial "
                               "(9 digitos, 0 = sem limite):"
                           ACCEPT SALDO-DIGITADO
                           IF SALDO-DIGITADO NOT NUMERIC
                               DISPLAY "Limite invalido. "
                                   "Use somente digitos."
                           ELSE
                               MOVE SALDO-DIGITADO TO CLIENTE-LIMITE
                               MOVE 'Y' TO SALDO-VALIDO
                           END-IF
                       END-PERFORM
                   END-IF

                   MOVE 'N' TO ENDERECO-VALIDO
                   PERFORM UNTIL ENDERECO-VALIDO = 'Y'
                       DISPLAY "Informe o Endereco "
                           MOVE CLIENTE-NOME TO AUD-NOME-NOVO
                           MOVE CLIENTE-SALDO TO AUD-SALDO-NOVO
                           PERFORM REGISTRAR-AUDITORIA
                           IF CLIENTE-LIMITE > 0
                               MOVE 0 TO LIMITE-ANTERIOR
                               PERFORM AUDITAR-LIMITE
                           END-IF
                   END-WRITE
                   DISPLAY "Cadastrar outro cliente? (S/N):"
                   ACCEPT CONTINUA-CRIACAO
                       NOT AT END
                           DISPLAY "Codigo: " CLIENTE-COD
                           DISPLAY "Nome: " CLIENTE-NOME
                           MOVE CLIENTE-SALDO TO REL-SALDO-EDT
                           DISPLAY "Saldo: " REL-SALDO-EDT
                           MOVE CLIENTE-LIMITE TO REL-SALDO-EDT
                           DISPLAY "Limite: " REL-SALDO-EDT
                           DISPLAY "Endereco: " CLIENTE-ENDERECO
                           DISPLAY "Telefone: " CLIENTE-TELEFONE
                           DISPLAY "Status: " CLIENTE-STATUS
                           IF CLIENTE-FUNDIDO
                               DISPLAY "Fundido ao codigo: "
                                   CLIENTE-COD-DESTINO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
           PERFORM ABRIR-CLIENTES-IO
           IF CLIENTES-OK = 'S'
               DISPLAY "Informe o Codigo do cliente a atualizar:"
               PERFORM PEDIR-COD-CLIENTE
               MOVE CDV-COD TO COD-PROCURA
               MOVE COD-PROCURA TO CLIENTE-COD
               READ CLIENTES
                   INVALID KEY
                       DISPLAY "Cliente nao encontrado."
                   NOT INVALID KEY
                       IF CLIENTE-FUNDIDO
                           DISPLAY "Cliente fundido ao codigo "
                               CLIENTE-COD-DESTINO
                               ". Atualizacao nao permitida."
                       ELSE
                           MOVE CLIENTE-NOME TO AUD-NOME-ANTIGO
                           MOVE CLIENTE-SALDO TO AUD-SALDO-ANTIGO
                           MOVE 'N' TO NOME-VALIDO
                           PERFORM UNTIL NOME-VALIDO = 'Y'
                               DISPLAY "Novo Nome:"
                               ACCEPT NOVO-NOME
                               MOVE 0 TO VIRGULA-CONT
                               INSPECT NOVO-NOME TALLYING VIRGULA-CONT
                                   FOR ALL ","
                               IF VIRGULA-CONT > 0
                                   DISPLAY "Nome nao pode conter "
                                       "virgula."
                               ELSE
                                   MOVE 'Y' TO NOME-VALIDO
                               END-IF
                           END-PERFORM
                           MOVE 'N' TO SALDO-VALIDO
                           PERFORM UNTIL SALDO-VALIDO = 'Y'
                               DISPLAY "Novo Saldo (9 digitos, vazio = "
                                   "manter o atual):"
                               MOVE SPACES TO SALDO-DIGITADO
                               ACCEPT SALDO-DIGITADO
                               IF SALDO-DIGITADO = SPACES
                                   MOVE CLIENTE-SALDO TO NOVO-SALDO
                                   MOVE 'Y' TO SALDO-VALIDO
                               ELSE
                                   IF SALDO-DIGITADO NOT NUMERIC
                                       DISPLAY "Saldo invalido. "
                                           "Use somente digitos."
                                   ELSE
                                       MOVE SALDO-DIGITADO TO NOVO-SALDO
                                       MOVE 'Y' TO SALDO-VALIDO
                                   END-IF
                               END-IF
                           END-PERFORM
                           MOVE 'N' TO ENDERECO-VALIDO
                           PERFORM UNTIL ENDERECO-VALIDO = 'Y'
                               DISPLAY "Novo Endereco:"
                               ACCEPT CLIENTE-ENDERECO
                               MOVE 0 TO VIRGULA-CONT
                               INSPECT CLIENTE-ENDERECO
                                   TALLYING VIRGULA-CONT FOR ALL ","
                               IF VIRGULA-CONT > 0
                                   DISPLAY "Endereco nao pode "
                                       "conter virgula."
                               ELSE
                                   MOVE 'Y' TO ENDERECO-VALIDO
                               END-IF
                           END-PERFORM
                           DISPLAY "Novo Telefone:"
                           ACCEPT CLIENTE-TELEFONE
                           MOVE 'N' TO STATUS-VALIDO
                           PERFORM UNTIL STATUS-VALIDO = 'Y'
                               DISPLAY "Novo Status "
                                   "(A-Ativo / I-Inativo):"
                               ACCEPT CLIENTE-STATUS
                               IF CLIENTE-ATIVO OR CLIENTE-INATIVO
                                   MOVE 'Y' TO STATUS-VALIDO
                               ELSE
                                   DISPLAY "Status invalido. "
                                       "Use A ou I."
                               END-IF
                           END-PERFORM
                           MOVE CLIENTE-LIMITE TO LIMITE-ANTERIOR
                           IF OPERADOR-SUPERVISOR
                               MOVE 'N' TO SALDO-VALIDO
                               PERFORM UNTIL SALDO-VALIDO = 'Y'
                                   DISPLAY "Novo Limite de cheque "
                                       "especial "
                                       "(9 digitos, 0 = sem limite):"
                                   ACCEPT SALDO-DIGITADO
                                   IF SALDO-DIGITADO NOT NUMERIC
                                       DISPLAY "Limite invalido. "
                                           "Use somente digitos."
                                   ELSE
                                       MOVE SALDO-DIGITADO
                                           TO NOVO-LIMITE
                                       MOVE 'Y' TO SALDO-VALIDO
                                   END-IF
                               END-PERFORM
                               MOVE NOVO-LIMITE TO CLIENTE-LIMITE
                           END-IF
                           MOVE NOVO-NOME TO CLIENTE-NOME
                           MOVE NOVO-SALDO TO CLIENTE-SALDO
                           REWRITE CLIENTE-REGISTRO
                               INVALID KEY
                                   DISPLAY "Falha ao atualizar "
                                       "registro."
                               NOT INVALID KEY
                                   DISPLAY "Registro atualizado."
                                   MOVE "ATUALIZACAO" TO AUD-OPERACAO
                                   MOVE CLIENTE-COD TO AUD-COD
                                   MOVE CLIENTE-NOME TO AUD-NOME-NOVO
                                   MOVE CLIENTE-SALDO TO AUD-SALDO-NOVO
                                   PERFORM REGISTRAR-AUDITORIA
                                   IF CLIENTE-LIMITE
                                       NOT = LIMITE-ANTERIOR
                                       PERFORM AUDITAR-LIMITE
                                   END-IF
                           END-REWRITE
                       END-IF
               END-READ
               PERFORM FECHAR-CLIENTES-IO
           END-IF.
           PERFORM ABRIR-CLIENTES-IO
           IF CLIENTES-OK = 'S'
               DISPLAY "Informe o Codigo do cliente a deletar:"
               PERFORM PEDIR-COD-CLIENTE
               MOVE CDV-COD TO COD-PROCURA
               MOVE COD-PROCURA TO CLIENTE-COD
               READ CLIENTES
                   INVALID KEY
                       DISPLAY "Cliente nao encontrado."
                   NOT INVALID KEY
                       IF CLIENTE-FUNDIDO
                           DISPLAY "Cliente fundido ao codigo "
                               CLIENTE-COD-DESTINO
                               ". Exclusao nao permitida."
                       ELSE
                           MOVE CLIENTE-NOME TO AUD-NOME-ANTIGO
                           MOVE CLIENTE-SALDO TO AUD-SALDO-ANTIGO
                           DELETE CLIENTES RECORD
                               INVALID KEY
                                   DISPLAY "Falha ao deletar registro."
                               NOT INVALID KEY
                                   DISPLAY "Registro deletado."
                                   MOVE "DELECAO" TO AUD-OPERACAO
                                   MOVE CLIENTE-COD TO AUD-COD
                                   MOVE SPACES TO AUD-NOME-NOVO
                                   MOVE 0 TO AUD-SALDO-NOVO
                                   PERFORM REGISTRAR-AUDITORIA
                           END-DELETE
                       END-IF
               END-READ
               PERFORM FECHAR-CLIENTES-IO
           END-IF.
           PERFORM ABRIR-CLIENTES-INPUT
           IF CLIENTES-OK = 'S'
               DISPLAY "Informe o Codigo do cliente a consultar:"
               PERFORM PEDIR-COD-CLIENTE
               MOVE CDV-COD TO COD-PROCURA
               MOVE COD-PROCURA TO CLIENTE-COD
               READ CLIENTES
                   INVALID KEY
                   NOT INVALID KEY
                       DISPLAY "Codigo: " CLIENTE-COD
                       DISPLAY "Nome: " CLIENTE-NOME
                       MOVE CLIENTE-SALDO TO REL-SALDO-EDT
                       DISPLAY "Saldo: " REL-SALDO-EDT
                       MOVE CLIENTE-LIMITE TO REL-SALDO-EDT
                       DISPLAY "Limite: " REL-SALDO-EDT
                       PERFORM CALCULAR-DISPONIVEL
                       IF BLQ-TEM-TOTAL = 'S'
                           DISPLAY "Bloqueado: TOTAL"
                       ELSE
                           MOVE BLQ-BLOQUEADO TO REL-SALDO-EDT
                           DISPLAY "Bloqueado: " REL-SALDO-EDT
                       END-IF
                       MOVE LANC-DISPONIVEL TO REL-SALDO-EDT
                       DISPLAY "Disponivel: " REL-SALDO-EDT
                       DISPLAY "Endereco: " CLIENTE-ENDERECO
                       DISPLAY "Telefone: " CLIENTE-TELEFONE
                       DISPLAY "Status: " CLIENTE-STATUS
                       IF CLIENTE-FUNDIDO
                           DISPLAY "Fundido ao codigo: "
                               CLIENTE-COD-DESTINO
                       END-IF
               END-READ
               CLOSE CLIENTES
           END-IF.

       AUDITAR-LIMITE.
           MOVE "LIMITE" TO AUD-OPERACAO
           MOVE CLIENTE-COD TO AUD-COD
           MOVE CLIENTE-NOME TO AUD-NOME-ANTIGO
           MOVE LIMITE-ANTERIOR TO AUD-SALDO-ANTIGO
           MOVE CLIENTE-NOME TO AUD-NOME-NOVO
           MOVE CLIENTE-LIMITE TO AUD-SALDO-NOVO
           PERFORM REGISTRAR-AUDITORIA.

       REGISTRAR-AUDITORIA.
           OPEN EXTEND AUDITORIA
           IF AUDITORIA-STATUS = '35'
           STRING AUD-DATA DELIMITED BY SIZE
                  AUD-HORA DELIMITED BY SIZE
                  INTO AUD-DATA-HORA
           IF LANC-SOLICITANTE NOT = SPACES
               MOVE LANC-SOLICITANTE TO AUD-OPERADOR
           ELSE
               MOVE OPERADOR-ATUAL TO AUD-OPERADOR
           END-IF
           MOVE LANC-APROVADOR TO AUD-APROVADOR
           PERFORM LER-CADEIA
           ADD 1 TO CAD-AUD-SEQ
           MOVE CAD-AUD-SEQ TO AUD-SEQ
           MOVE 0 TO AUD-CHECK
           MOVE AUDITORIA-REGISTRO TO CHK-AREA
           MOVE 116 TO CHK-TAM
           MOVE CAD-AUD-CHECK TO CHK-BASE
           PERFORM CALCULAR-CHECK
           MOVE CHK-H TO AUD-CHECK
           MOVE CHK-H TO CAD-AUD-CHECK
           WRITE AUDITORIA-REGISTRO
           CLOSE AUDITORIA
           PERFORM GRAVAR-CADEIA.

       LER-CADEIA.
           OPEN INPUT CADEIA
           IF CADEIA-STATUS = '35'
               PERFORM RECUPERAR-CADEIA
           ELSE
               READ CADEIA
                   AT END
                       CLOSE CADEIA
                       PERFORM RECUPERAR-CADEIA
                   NOT AT END
                       CLOSE CADEIA
               END-READ
           END-IF.

       RECUPERAR-CADEIA.
           MOVE 0 TO CAD-RAZ-SEQ
           MOVE 0 TO CAD-RAZ-CHECK
           MOVE 0 TO CAD-AUD-SEQ
           MOVE 0 TO CAD-AUD-CHECK
           MOVE "cp razao.dat cadleit.tmp 2>/dev/null" TO ARQ-CMD
           CALL "SYSTEM" USING ARQ-CMD
           OPEN INPUT CADLEIT
           IF CADLEIT-STATUS = '00'
               MOVE 'N' TO CAD-EOF
               PERFORM UNTIL CAD-EOF = 'S'
                   READ CADLEIT
                       AT END
                           MOVE 'S' TO CAD-EOF
                       NOT AT END
                           IF CADLEIT-RAZ-SEQ NUMERIC
                               AND CADLEIT-RAZ-CHECK NUMERIC
                               MOVE CADLEIT-RAZ-SEQ TO CAD-RAZ-SEQ
                               MOVE CADLEIT-RAZ-CHECK TO CAD-RAZ-CHECK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CADLEIT
           END-IF
           MOVE "cp auditoria.dat cadleit.tmp 2>/dev/null" TO ARQ-CMD
           CALL "SYSTEM" USING ARQ-CMD
           OPEN INPUT CADLEIT
           IF CADLEIT-STATUS = '00'
               MOVE 'N' TO CAD-EOF
               PERFORM UNTIL CAD-EOF = 'S'
                   READ CADLEIT
                       AT END
                           MOVE 'S' TO CAD-EOF
                       NOT AT END
                           IF CADLEIT-AUD-SEQ NUMERIC
                               AND CADLEIT-AUD-CHECK NUMERIC
                               MOVE CADLEIT-AUD-SEQ TO CAD-AUD-SEQ
                               MOVE CADLEIT-AUD-CHECK TO CAD-AUD-CHECK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CADLEIT
           END-IF
           MOVE "rm -f cadleit.tmp" TO ARQ-CMD
           CALL "SYSTEM" USING ARQ-CMD.

       GRAVAR-CADEIA.
           OPEN OUTPUT CADEIA
           WRITE CADEIA-REGISTRO
           CLOSE CADEIA.

       CALCULAR-CHECK.
           MOVE CHK-BASE TO CHK-H
           MOVE 1 TO CHK-IDX
           PERFORM UNTIL CHK-IDX > CHK-TAM
               MOVE CHK-CAR (CHK-IDX) TO CHK-BYTE-CAR
               COMPUTE CHK-W = (CHK-H * 31) + CHK-BYTE-NUM + CHK-IDX
               DIVIDE CHK-W BY 999999937 GIVING CHK-Q
                   REMAINDER CHK-H
               ADD 1 TO CHK-IDX
           END-PERFORM.

       PEDIR-COD-CLIENTE.
           MOVE 'N' TO CDV-OK
           PERFORM UNTIL CDV-OK = 'S'
               ACCEPT CDV-COD
               IF CDV-COD = SPACES
                   MOVE 'S' TO CDV-OK
               ELSE
                   PERFORM VALIDAR-DIGITO-COD
                   IF CDV-OK NOT = 'S'
                       DISPLAY "Codigo invalido: use 7 digitos com o "
                           "digito verificador. Informe novamente:"
                   END-IF
               END-IF
           END-PERFORM.

       VALIDAR-DIGITO-COD.
           MOVE 'N' TO CDV-OK
           IF CDV-COD NUMERIC
               PERFORM CALCULAR-DIGITO-COD
               IF CDV-DV = CDV-DV-LIDO
                   MOVE 'S' TO CDV-OK
               END-IF
           END-IF.

       CALCULAR-DIGITO-COD.
           MOVE 0 TO CDV-SOMA
           MOVE 1 TO CDV-IDX
           PERFORM UNTIL CDV-IDX > 6
               COMPUTE CDV-SOMA = CDV-SOMA
                   + (CDV-DIG (CDV-IDX) * (8 - CDV-IDX))
               ADD 1 TO CDV-IDX
           END-PERFORM
           DIVIDE CDV-SOMA BY 11 GIVING CDV-QUOC
               REMAINDER CDV-RESTO
           COMPUTE CDV-DV = 11 - CDV-RESTO
           IF CDV-DV > 9
               MOVE 0 TO CDV-DV
           END-IF.

       LIMPAR-TABELA-CODIGOS.
           MOVE SPACES TO TCOD-TABELA
           MOVE 0 TO TCOD-OCUPADOS
           MOVE 'N' TO TCOD-CHEIA.

       LOCALIZAR-COD-TABELA.
           IF TCOD-COD NUMERIC
               DIVIDE TCOD-COD-N BY 20011 GIVING TCOD-QUOC
                   REMAINDER TCOD-RESTO
           ELSE
               MOVE 0 TO TCOD-RESTO
           END-IF
           COMPUTE TCOD-POS = TCOD-RESTO + 1
           PERFORM UNTIL TCOD-CHAVE (TCOD-POS) = TCOD-COD
               OR TCOD-CHAVE (TCOD-POS) = SPACES
               ADD 1 TO TCOD-POS
               IF TCOD-POS > 20011
                   MOVE 1 TO TCOD-POS
               END-IF
           END-PERFORM
           IF TCOD-CHAVE (TCOD-POS) = SPACES
               IF TCOD-OCUPADOS < 20000
                   MOVE TCOD-COD TO TCOD-CHAVE (TCOD-POS)
                   ADD 1 TO TCOD-OCUPADOS
               ELSE
                   MOVE 20012 TO TCOD-POS
                   MOVE 'S' TO TCOD-CHEIA
               END-IF
           END-IF.

       GERAR-RELATORIO.
           OPEN OUTPUT RELATORIO
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           MOVE CLIENTE-SALDO TO CSV-SALDO-NUM
                           MOVE CLIENTE-LIMITE TO CSV-LIMITE-NUM
                           MOVE SPACES TO CSV-LINHA
                           STRING CLIENTE-COD DELIMITED BY SIZE
                                  "," DELIMITED BY SIZE
                                  CLIENTE-TELEFONE DELIMITED BY SIZE
                                  "," DELIMITED BY SIZE
                                  CLIENTE-STATUS DELIMITED BY SIZE
                                  "," DELIMITED BY SIZE
                                  CSV-LIMITE-STR DELIMITED BY SIZE
                                  "," DELIMITED BY SIZE
                                  CLIENTE-COD-DESTINO DELIMITED BY SIZE
                                  INTO CSV-LINHA
                           WRITE CSV-LINHA
                   END-READ
                               MOVE 'Y' TO END-OF-FILE
                           NOT AT END
                               MOVE 0 TO CSV-CAMPOS-LIDOS
                               MOVE SPACES TO CSV-LIMITE-STR
                               MOVE SPACES TO CSV-DESTINO
                               UNSTRING CSV-LINHA DELIMITED BY ","
                                   INTO CSV-COD, CSV-NOME,
                                        CSV-SALDO-STR,
                                        CSV-ENDERECO, CSV-TELEFONE,
                                        CSV-STATUS, CSV-LIMITE-STR,
                                        CSV-DESTINO
                                   TALLYING IN CSV-CAMPOS-LIDOS
                               END-UNSTRING
                               MOVE CSV-COD TO CDV-COD
                               PERFORM VALIDAR-DIGITO-COD
                               IF CSV-CAMPOS-LIDOS < 6
                                   OR CSV-CAMPOS-LIDOS > 8
                                   DISPLAY "Linha CSV invalida, "
                                       "ignorada: " CSV-LINHA
                               ELSE
                                   IF CDV-OK NOT = 'S'
                                       DISPLAY "Codigo com digito "
                                           "verificador invalido, "
                                           "ignorado: " CSV-COD
                                   ELSE
                                       MOVE CSV-COD TO CLIENTE-COD
                                       MOVE CSV-NOME TO CLIENTE-NOME
                                       IF CSV-SALDO-SINAL = '+'
                                           OR CSV-SALDO-SINAL = '-'
                                           MOVE CSV-SALDO-NUM
                                               TO CLIENTE-SALDO
                                       ELSE
                                           COMPUTE CLIENTE-SALDO =
                                               CSV-SALDO-INT +
                                                   (CSV-SALDO-DEC / 100)
                                       END-IF
                                       IF CSV-LIMITE-STR NUMERIC
                                           MOVE CSV-LIMITE-NUM
                                               TO CLIENTE-LIMITE
                                       ELSE
                                           MOVE 0 TO CLIENTE-LIMITE
                                       END-IF
                                       MOVE CSV-ENDERECO
                                           TO CLIENTE-ENDERECO
                                       MOVE CSV-TELEFONE
                                           TO CLIENTE-TELEFONE
                                       MOVE CSV-STATUS TO CLIENTE-STATUS
                                       MOVE CSV-DESTINO
                                           TO CLIENTE-COD-DESTINO
                                       WRITE CLIENTE-REGISTRO
                                           INVALID KEY
                                               DISPLAY
                                                   "Codigo ja existe: "
                                                   CSV-COD
                                           NOT INVALID KEY
                                               DISPLAY
                                                   "Cliente importado: "
                                                   CSV-COD
                                       END-WRITE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           PERFORM ABRIR-CLIENTES-IO
           IF CLIENTES-OK = 'S'
               DISPLAY "Informe o Codigo do cliente:"
               PERFORM PEDIR-COD-CLIENTE
               MOVE CDV-COD TO COD-PROCURA
               MOVE COD-PROCURA TO CLIENTE-COD
               READ CLIENTES
                   INVALID KEY
                               MOVE 'Y' TO VALOR-VALIDO
                           END-IF
                       END-PERFORM
                       PERFORM PEDIR-MOTIVO-LANC
                       PERFORM OBTER-ALCADA
                       IF ALC-LIMITE-VIG > 0
                           AND LANC-VALOR > ALC-LIMITE-VIG
                           MOVE 'L' TO PEND-TIPO-MOV
                           MOVE CLIENTE-COD TO PEND-COD
                           MOVE SPACES TO PEND-CONTRAPARTE
                           MOVE LANC-TIPO TO PEND-TIPO
                           MOVE LANC-VALOR TO PEND-VALOR
                           MOVE LANC-MOTIVO TO PEND-MOTIVO
                           PERFORM GRAVAR-PENDENTE
                       ELSE
                           PERFORM APLICAR-LANCAMENTO
                           IF LANC-RESULTADO = 'O'
                               DISPLAY "Lancamento registrado."
                           END-IF
                           IF LANC-RESULTADO = 'S'
                               DISPLAY "Saldo insuficiente. "
                                   "Lancamento negado."
                           END-IF
                           IF LANC-RESULTADO = 'B'
                               DISPLAY "Saldo bloqueado. "
                                   "Lancamento negado."
                           END-IF
                           IF LANC-RESULTADO = 'I'
                               DISPLAY "Conta inativa. Lancamento nao "
                                   "postado; conta enviada para "
                                   "revisao de reativacao."
                           END-IF
                           IF LANC-RESULTADO = 'E'
                               DISPLAY "Falha ao registrar lancamento."
                           END-IF
                           IF LANC-RESULTADO = 'F'
                               DISPLAY "Cliente fundido ao codigo "
                                   CLIENTE-COD-DESTINO
                                   ". Lancamento negado."
                           END-IF
                       END-IF
               END-READ
               PERFORM FECHAR-CLIENTES-IO

       APLICAR-LANCAMENTO.
           MOVE CLIENTE-SALDO TO RAZAO-SALDO-ANTERIOR
           COMPUTE LANC-DISPONIVEL = CLIENTE-SALDO + CLIENTE-LIMITE
           PERFORM CLASSIFICAR-MOTIVO
           IF LANC-TIPO = 'D' AND LANC-SEM-LIMITE NOT = 'S'
               PERFORM CALCULAR-DISPONIVEL
           END-IF
           IF CLIENTE-FUNDIDO
               MOVE 'F' TO LANC-RESULTADO
           ELSE
               IF CLIENTE-INATIVO AND LANC-SISTEMA NOT = 'S'
                   MOVE 'I' TO LANC-RESULTADO
                   MOVE CLIENTE-COD TO REAT-COD
                   MOVE LANC-TIPO TO REAT-TIPO
                   MOVE LANC-VALOR TO REAT-VALOR
                   MOVE LANC-MOTIVO TO REAT-MOTIVO
                   MOVE LANC-CONTRAPARTE TO REAT-CONTRAPARTE
                   PERFORM REGISTRAR-REVISAO-REATIV
               ELSE
                   IF LANC-TIPO = 'D' AND LANC-VALOR > LANC-DISPONIVEL
                       AND LANC-SEM-LIMITE NOT = 'S'
                       IF (BLQ-TEM-TOTAL = 'S' OR BLQ-BLOQUEADO > 0)
                           AND LANC-VALOR NOT >
                               CLIENTE-SALDO + CLIENTE-LIMITE
                           MOVE 'B' TO LANC-RESULTADO
                       ELSE
                           MOVE 'S' TO LANC-RESULTADO
                       END-IF
                   ELSE
                       IF LANC-TIPO = 'D'
                           SUBTRACT LANC-VALOR FROM CLIENTE-SALDO
                       ELSE
                           ADD LANC-VALOR TO CLIENTE-SALDO
                       END-IF
                       REWRITE CLIENTE-REGISTRO
                           INVALID KEY
                               MOVE 'E' TO LANC-RESULTADO
                           NOT INVALID KEY
                               MOVE 'O' TO LANC-RESULTADO
                               MOVE CLIENTE-COD TO RAZAO-COD
                               MOVE LANC-TIPO TO RAZAO-TIPO
                               MOVE LANC-VALOR TO RAZAO-VALOR
                               MOVE LANC-MOTIVO TO RAZAO-MOTIVO
                               MOVE LANC-REFERENCIA TO RAZAO-REFERENCIA
                               MOVE LANC-CONTRAPARTE
                                   TO RAZAO-CONTRAPARTE
                               MOVE LANC-ORIGEM TO RAZAO-ORIGEM
                               MOVE CLIENTE-SALDO TO RAZAO-SALDO-NOVO
                               PERFORM REGISTRAR-RAZAO
                               MOVE "LANCAMENTO" TO AUD-OPERACAO
                               MOVE CLIENTE-COD TO AUD-COD
                               MOVE CLIENTE-NOME TO AUD-NOME-ANTIGO
                               MOVE RAZAO-SALDO-ANTERIOR
                                   TO AUD-SALDO-ANTIGO
                               MOVE CLIENTE-NOME TO AUD-NOME-NOVO
                               MOVE CLIENTE-SALDO TO AUD-SALDO-NOVO
                               PERFORM REGISTRAR-AUDITORIA
                       END-REWRITE
                   END-IF
               END-IF
           END-IF
           MOVE 'N' TO LANC-SEM-LIMITE
           MOVE SPACES TO LANC-REFERENCIA
           MOVE SPACES TO LANC-CONTRAPARTE
           MOVE SPACES TO LANC-ORIGEM.

       CLASSIFICAR-MOTIVO.
           IF LANC-MOTIVO = "TARM" OR LANC-MOTIVO = "TARI"
               OR LANC-MOTIVO = "JURO" OR LANC-MOTIVO = "JCHE"
               OR LANC-MOTIVO = "ESTO" OR LANC-MOTIVO = "FUSA"
               MOVE 'S' TO LANC-SISTEMA
           ELSE
               MOVE 'N' TO LANC-SISTEMA
           END-IF.

       PEDIR-MOTIVO-LANC.
           MOVE 'N' TO MOTIVO-VALIDO
           PERFORM UNTIL MOTIVO-VALIDO = 'Y'
               DISPLAY "Informe o Motivo (max 4 caracteres):"
               MOVE SPACES TO LANC-MOTIVO
               ACCEPT LANC-MOTIVO
               PERFORM CLASSIFICAR-MOTIVO
               IF LANC-SISTEMA = 'S'
                   DISPLAY "Motivo reservado ao sistema. "
                       "Informe outro motivo."
               ELSE
                   MOVE 'Y' TO MOTIVO-VALIDO
               END-IF
           END-PERFORM.

       REGISTRAR-REVISAO-REATIV.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE SPACES TO REAT-DATA-HORA
           STRING AUD-DATA DELIMITED BY SIZE
                  AUD-HORA DELIMITED BY SIZE
                  INTO REAT-DATA-HORA
           IF LANC-SOLICITANTE NOT = SPACES
               MOVE LANC-SOLICITANTE TO REAT-OPERADOR
           ELSE
               MOVE OPERADOR-ATUAL TO REAT-OPERADOR
           END-IF
           MOVE 'P' TO REAT-SITUACAO
           MOVE SPACES TO REAT-REVISOR
           MOVE SPACES TO REAT-DATA-DECISAO
           OPEN EXTEND REATIVACAO
           IF REATIVACAO-STATUS = '35'
               OPEN OUTPUT REATIVACAO
           END-IF
           WRITE REATIVACAO-REGISTRO
           CLOSE REATIVACAO.

       CALCULAR-DISPONIVEL.
           PERFORM CALCULAR-BLOQUEIO
           IF BLQ-TEM-TOTAL = 'S'
               MOVE 0 TO LANC-DISPONIVEL
           ELSE
               IF BLQ-BLOQUEADO > 0
                   COMPUTE LANC-DISPONIVEL =
                       CLIENTE-SALDO - BLQ-BLOQUEADO
               ELSE
                   COMPUTE LANC-DISPONIVEL =
                       CLIENTE-SALDO + CLIENTE-LIMITE
               END-IF
           END-IF.

       CALCULAR-BLOQUEIO.
           MOVE 0 TO BLQ-BLOQUEADO
           MOVE 'N' TO BLQ-TEM-TOTAL
           ACCEPT BLQ-HOJE-NUM FROM DATE YYYYMMDD
           MOVE BLQ-HOJE-NUM TO BLQ-HOJE
           OPEN INPUT BLOQUEIOS
           IF BLOQUEIOS-STATUS NOT = '35'
               MOVE 'N' TO BLQ-EOF
               PERFORM UNTIL BLQ-EOF = 'S'
                   READ BLOQUEIOS
                       AT END
                           MOVE 'S' TO BLQ-EOF
                       NOT AT END
                           IF BLQ-COD = CLIENTE-COD
                               PERFORM SOMAR-BLOQUEIO-ATIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOQUEIOS
           END-IF.

       SOMAR-BLOQUEIO-ATIVO.
           PERFORM VERIFICAR-BLOQUEIO-ATIVO
           IF BLQ-ATIVO = 'S'
               IF BLQ-TIPO = 'T'
                   MOVE 'S' TO BLQ-TEM-TOTAL
               ELSE
                   ADD BLQ-VALOR TO BLQ-BLOQUEADO
               END-IF
           END-IF.

       VERIFICAR-BLOQUEIO-ATIVO.
           MOVE 'N' TO BLQ-ATIVO
           IF BLQ-SITUACAO = 'A'
               AND BLQ-INICIO NOT > BLQ-HOJE
               AND (BLQ-FIM = SPACES OR BLQ-FIM NOT < BLQ-HOJE)
               MOVE 'S' TO BLQ-ATIVO
           END-IF.

       REGISTRAR-RAZAO.
           OPEN EXTEND RAZAO
           STRING AUD-DATA DELIMITED BY SIZE
                  AUD-HORA DELIMITED BY SIZE
                  INTO RAZAO-DATA-HORA
           IF LANC-SOLICITANTE NOT = SPACES
               MOVE LANC-SOLICITANTE TO RAZAO-OPERADOR
           ELSE
               MOVE OPERADOR-ATUAL TO RAZAO-OPERADOR
           END-IF
           MOVE LANC-APROVADOR TO RAZAO-APROVADOR
           PERFORM LER-CADEIA
           ADD 1 TO CAD-RAZ-SEQ
           MOVE CAD-RAZ-SEQ TO RAZAO-SEQ
           MOVE 0 TO RAZAO-CHECK
           MOVE RAZAO-REGISTRO TO CHK-AREA
           MOVE 111 TO CHK-TAM
           MOVE CAD-RAZ-CHECK TO CHK-BASE
           PERFORM CALCULAR-CHECK
           MOVE CHK-H TO RAZAO-CHECK
           MOVE CHK-H TO CAD-RAZ-CHECK
           WRITE RAZAO-REGISTRO
           CLOSE RAZAO
           PERFORM GRAVAR-CADEIA.

       TRANSFERIR-REGISTRO.
           PERFORM VERIFICAR-DIA-FECHADO
           PERFORM ABRIR-CLIENTES-IO
           IF CLIENTES-OK = 'S'
               DISPLAY "Codigo do cliente de origem:"
               PERFORM PEDIR-COD-CLIENTE
               MOVE CDV-COD TO TRANSF-ORIGEM
               DISPLAY "Codigo do cliente de destino:"
               PERFORM PEDIR-COD-CLIENTE
               MOVE CDV-COD TO TRANSF-DESTINO
               IF TRANSF-ORIGEM = TRANSF-DESTINO
                   DISPLAY "Origem e destino devem ser diferentes."
               ELSE
                   PERFORM VALIDAR-PARTES-TRANSF
                   IF TRANSF-PARTES-OK = 'S'
                       PERFORM PEDIR-DADOS-TRANSF
                       PERFORM OBTER-ALCADA
                       IF ALC-LIMITE-VIG > 0
                           AND TRANSF-VALOR > ALC-LIMITE-VIG
                           MOVE 'T' TO PEND-TIPO-MOV
                           MOVE TRANSF-ORIGEM TO PEND-COD
                           MOVE TRANSF-DESTINO TO PEND-CONTRAPARTE
                           MOVE 'D' TO PEND-TIPO
                           MOVE TRANSF-VALOR TO PEND-VALOR
                           MOVE TRANSF-MOTIVO TO PEND-MOTIVO
                           PERFORM GRAVAR-PENDENTE
                       ELSE
                           PERFORM EFETIVAR-TRANSFERENCIA
                       END-IF
                   END-IF
               END-IF
               PERFORM FECHAR-CLIENTES-IO

       VALIDAR-PARTES-TRANSF.
           MOVE 'N' TO TRANSF-PARTES-OK
           MOVE 'N' TO TRANSF-FUNDIDA
           MOVE 'N' TO TRANSF-ORIG-INATIVA
           MOVE 'N' TO TRANSF-DEST-INATIVA
           MOVE TRANSF-DESTINO TO CLIENTE-COD
           READ CLIENTES
               INVALID KEY
                       "Nada foi transferido."
               NOT INVALID KEY
                   MOVE CLIENTE-NOME TO TRANSF-DESTINO-NOME
                   IF CLIENTE-INATIVO
                       MOVE 'S' TO TRANSF-DEST-INATIVA
                   END-IF
                   IF CLIENTE-FUNDIDO
                       MOVE 'S' TO TRANSF-FUNDIDA
                       DISPLAY "Cliente de destino fundido ao codigo "
                           CLIENTE-COD-DESTINO
                           ". Nada foi transferido."
                   ELSE
                       PERFORM VALIDAR-ORIGEM-TRANSF
                   END-IF
           END-READ.

       VALIDAR-ORIGEM-TRANSF.
           MOVE TRANSF-ORIGEM TO CLIENTE-COD
           READ CLIENTES
               INVALID KEY
                   DISPLAY "Cliente de origem nao encontrado."
               NOT INVALID KEY
                   IF CLIENTE-INATIVO
                       MOVE 'S' TO TRANSF-ORIG-INATIVA
                   END-IF
                   IF CLIENTE-FUNDIDO
                       MOVE 'S' TO TRANSF-FUNDIDA
                       DISPLAY "Cliente de origem fundido ao codigo "
                           CLIENTE-COD-DESTINO
                           ". Nada foi transferido."
                   ELSE
                       PERFORM CALCULAR-DISPONIVEL
                       MOVE LANC-DISPONIVEL TO TRANSF-DISP-ORIGEM
                       MOVE 'S' TO TRANSF-PARTES-OK
                   END-IF
           END-READ.

       PEDIR-DADOS-TRANSF.
           MOVE 'N' TO VALOR-VALIDO
           PERFORM UNTIL VALOR-VALIDO = 'Y'
               DISPLAY "Informe o Valor (9 digitos):"
               ACCEPT VALOR-DIGITADO
               IF VALOR-DIGITADO NOT NUMERIC
                   DISPLAY "Valor invalido. "
                   MOVE 'Y' TO VALOR-VALIDO
               END-IF
           END-PERFORM
           PERFORM PEDIR-MOTIVO-LANC
           MOVE LANC-MOTIVO TO TRANSF-MOTIVO.

       EFETIVAR-TRANSFERENCIA.
           MOVE 'N' TO TRANSF-EFETIVADA
           IF TRANSF-ORIG-INATIVA = 'S' OR TRANSF-DEST-INATIVA = 'S'
               PERFORM RECUSAR-TRANSF-INATIVA
           ELSE
               IF TRANSF-VALOR > TRANSF-DISP-ORIGEM
                   IF BLQ-TEM-TOTAL = 'S' OR BLQ-BLOQUEADO > 0
                       MOVE 'B' TO LANC-RESULTADO
                       DISPLAY "Saldo da origem bloqueado. "
                           "Nada foi transferido."
                   ELSE
                       MOVE 'S' TO LANC-RESULTADO
                       DISPLAY "Saldo insuficiente na origem. "
                           "Nada foi transferido."
                   END-IF
               ELSE
                   ACCEPT AUD-HORA FROM TIME
                   MOVE SPACES TO TRANSF-REF
                   STRING "T" DELIMITED BY SIZE
                          AUD-HORA DELIMITED BY SIZE
                          INTO TRANSF-REF
                   MOVE TRANSF-ORIGEM TO CLIENTE-COD
                   READ CLIENTES
                       INVALID KEY
                           DISPLAY "Falha ao reler cliente de origem."
                       NOT INVALID KEY
                           MOVE 'D' TO LANC-TIPO
                           MOVE TRANSF-VALOR TO LANC-VALOR
                           MOVE TRANSF-MOTIVO TO LANC-MOTIVO
                           MOVE TRANSF-REF TO LANC-REFERENCIA
                           MOVE TRANSF-DESTINO TO LANC-CONTRAPARTE
                           PERFORM APLICAR-LANCAMENTO
                           IF LANC-RESULTADO = 'O'
                               MOVE RAZAO-DATA-HORA
                                   TO TRANSF-DEB-DATA-HORA
                               PERFORM CREDITAR-DESTINO-TRANSF
                           ELSE
                               DISPLAY "Falha no debito da origem. "
                                   "Nada foi transferido."
                           END-IF
                   END-READ
               END-IF
           END-IF.

       RECUSAR-TRANSF-INATIVA.
           MOVE 'I' TO LANC-RESULTADO
           MOVE TRANSF-VALOR TO REAT-VALOR
           MOVE TRANSF-MOTIVO TO REAT-MOTIVO
           IF TRANSF-ORIG-INATIVA = 'S'
               MOVE TRANSF-ORIGEM TO REAT-COD
               MOVE 'D' TO REAT-TIPO
               MOVE TRANSF-DESTINO TO REAT-CONTRAPARTE
               PERFORM REGISTRAR-REVISAO-REATIV
               DISPLAY "Cliente de origem inativo: " TRANSF-ORIGEM
           END-IF
           IF TRANSF-DEST-INATIVA = 'S'
               MOVE TRANSF-DESTINO TO REAT-COD
               MOVE 'C' TO REAT-TIPO
               MOVE TRANSF-ORIGEM TO REAT-CONTRAPARTE
               PERFORM REGISTRAR-REVISAO-REATIV
               DISPLAY "Cliente de destino inativo: " TRANSF-DESTINO
           END-IF
           DISPLAY "Nada foi transferido; conta enviada para "
               "revisao de reativacao.".

       CREDITAR-DESTINO-TRANSF.
           MOVE TRANSF-DESTINO TO CLIENTE-COD
           READ CLIENTES
                   MOVE TRANSF-ORIGEM TO LANC-CONTRAPARTE
                   PERFORM APLICAR-LANCAMENTO
                   IF LANC-RESULTADO = 'O'
                       MOVE 'S' TO TRANSF-EFETIVADA
                       DISPLAY "Transferencia registrada. "
                           "Referencia: " TRANSF-REF
                       DISPLAY "Destino: " TRANSF-DESTINO " - "
                   MOVE "ESTO" TO LANC-MOTIVO
                   MOVE TRANSF-REF TO LANC-REFERENCIA
                   MOVE TRANSF-DESTINO TO LANC-CONTRAPARTE
                   MOVE TRANSF-DEB-DATA-HORA TO LANC-ORIGEM
                   PERFORM APLICAR-LANCAMENTO
                   IF LANC-RESULTADO = 'O'
                       DISPLAY "Debito estornado na origem. "
                   END-IF
           END-READ.

       ESTORNAR-LANCAMENTO.
           PERFORM VERIFICAR-DIA-FECHADO
           IF DIA-FECHADO = 'S'
               DISPLAY "Dia ja fechado. Operacao nao permitida."
           ELSE
               PERFORM EXECUTAR-ESTORNO
           END-IF.

       EXECUTAR-ESTORNO.
           DISPLAY "Informe o Codigo do cliente:"
           PERFORM PEDIR-COD-CLIENTE
           MOVE CDV-COD TO EST-COD
           DISPLAY "Data do lancamento (AAAAMMDD, vazio = todas):"
           ACCEPT EST-DATA
           DISPLAY "Referencia (vazio = todas):"
           ACCEPT EST-REF
           IF EST-DATA NOT = SPACES AND EST-DATA NOT NUMERIC
               DISPLAY "Data invalida. Use AAAAMMDD."
           ELSE
               PERFORM CARREGAR-GERACOES-RAZAO
               IF ARQL-EXCESSO = 'S'
                   DISPLAY "Estorno nao realizado."
               ELSE
                   MOVE 'B' TO EST-FASE
                   PERFORM PERCORRER-RAZAO-ESTORNO
                   PERFORM ESCOLHER-MOVTO-ESTORNO
               END-IF
           END-IF.

       PERCORRER-RAZAO-ESTORNO.
           MOVE 1 TO ARQL-IDX
           PERFORM UNTIL ARQL-IDX > ARQL-CONT
               PERFORM LER-GERACAO-ESTORNO
               ADD 1 TO ARQL-IDX
           END-PERFORM
           OPEN INPUT RAZAO
           IF RAZAO-STATUS NOT = '35'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ RAZAO
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           PERFORM TRATAR-MOVTO-ESTORNO
                   END-READ
               END-PERFORM
               CLOSE RAZAO
           END-IF.

       LER-GERACAO-ESTORNO.
           PERFORM ABRIR-GERACAO-ARQLEIT
           IF ARQLEIT-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ ARQLEIT
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           MOVE ARQLEIT-LINHA TO RAZAO-REGISTRO
                           PERFORM TRATAR-MOVTO-ESTORNO
                   END-READ
               END-PERFORM
               PERFORM FECHAR-GERACAO-ARQLEIT
           END-IF.

       TRATAR-MOVTO-ESTORNO.
           IF EST-FASE = 'B'
               PERFORM SELECIONAR-MOVTO-ESTORNO
           ELSE
               PERFORM EXAMINAR-MOVTO-ESTORNO
           END-IF.

       SELECIONAR-MOVTO-ESTORNO.
           IF RAZAO-COD = EST-COD
               AND RAZAO-MOTIVO NOT = "ESTO"
               AND RAZAO-MOTIVO NOT = "FUSA"
               AND (EST-DATA = SPACES
                   OR RAZAO-DATA-MOVTO = EST-DATA)
               AND (EST-REF = SPACES
                   OR RAZAO-REFERENCIA = EST-REF)
               IF EST-CONT < 20
                   ADD 1 TO EST-CONT
                   MOVE RAZAO-REGISTRO TO EST-TAB-REG (EST-CONT)
               ELSE
                   MOVE 'S' TO EST-EXCESSO
               END-IF
           END-IF.

       EXAMINAR-MOVTO-ESTORNO.
           IF RAZAO-MOTIVO = "ESTO"
               IF EST-ULT-ESTO-DH NOT = SPACES
                   AND RAZAO-COD = EST-ULT-ESTO-COD
                   AND RAZAO-ORIGEM = EST-ULT-ESTO-DH
                   MOVE 'N' TO EST-JA-ESTORNADO
               END-IF
               IF RAZAO-COD = EST-P-COD (1)
                   AND RAZAO-ORIGEM = EST-P-DATA-HORA (1)
                   MOVE 'S' TO EST-JA-ESTORNADO
                   MOVE RAZAO-COD TO EST-ULT-ESTO-COD
                   MOVE RAZAO-DATA-HORA TO EST-ULT-ESTO-DH
               END-IF
               IF RAZAO-COD = EST-P-COD (1)
                   AND RAZAO-ORIGEM = SPACES
                   AND EST-P-REFERENCIA (1) NOT = SPACES
                   AND RAZAO-REFERENCIA = EST-P-REFERENCIA (1)
                   MOVE 'S' TO EST-JA-ESTORNADO
               END-IF
               IF EST-ACHOU-PAR = 'S'
                   AND RAZAO-COD = EST-P-COD (2)
                   AND RAZAO-ORIGEM = EST-P-DATA-HORA (2)
                   MOVE 'S' TO EST-JA-ESTORNADO
                   MOVE RAZAO-COD TO EST-ULT-ESTO-COD
                   MOVE RAZAO-DATA-HORA TO EST-ULT-ESTO-DH
               END-IF
           ELSE
               IF EST-TRANSF = 'S'
                   AND RAZAO-COD = EST-P-CONTRAPARTE (1)
                   AND RAZAO-REFERENCIA = EST-P-REFERENCIA (1)
                   AND RAZAO-CONTRAPARTE = EST-P-COD (1)
                   AND RAZAO-TIPO NOT = EST-P-TIPO (1)
                   MOVE RAZAO-REGISTRO TO EST-PERNA (2)
                   MOVE 'S' TO EST-ACHOU-PAR
               END-IF
           END-IF.

       ESCOLHER-MOVTO-ESTORNO.
           IF EST-CONT = 0
               DISPLAY "Nenhum lancamento encontrado."
           ELSE
               DISPLAY "NR DATA/HORA        T MOTV          VALOR "
                   "REFERENC  CTP"
               MOVE 1 TO EST-ESCOLHA
               PERFORM UNTIL EST-ESCOLHA > EST-CONT
                   MOVE EST-TAB-REG (EST-ESCOLHA) TO RAZAO-REGISTRO
                   MOVE EST-ESCOLHA TO EST-NUM-EDT
                   MOVE RAZAO-VALOR TO EST-VALOR-EDT
                   DISPLAY EST-NUM-EDT " " RAZAO-DATA-HORA " "
                       RAZAO-TIPO " " RAZAO-MOTIVO " "
                       EST-VALOR-EDT " " RAZAO-REFERENCIA " "
                       RAZAO-CONTRAPARTE
                   ADD 1 TO EST-ESCOLHA
               END-PERFORM
               IF EST-EXCESSO = 'S'
                   DISPLAY "Ha mais lancamentos. Informe data ou "
                       "referencia para refinar a busca."
               END-IF
               DISPLAY "Numero do lancamento a estornar (0 = sair):"
               ACCEPT EST-ESCOLHA
               IF EST-ESCOLHA > 0 AND EST-ESCOLHA NOT > EST-CONT
                   MOVE EST-TAB-REG (EST-ESCOLHA) TO EST-PERNA (1)
                   PERFORM VERIFICAR-ALCADA-ESTORNO
                   IF EST-ALCADA-OK = 'S'
                       PERFORM PREPARAR-ESTORNO
                   END-IF
               ELSE
                   DISPLAY "Estorno cancelado."
               END-IF
           END-IF
           MOVE 0 TO EST-CONT
           MOVE 'N' TO EST-EXCESSO.

       VERIFICAR-ALCADA-ESTORNO.
           MOVE 'S' TO EST-ALCADA-OK
           PERFORM OBTER-ALCADA
           IF ALC-LIMITE-VIG > 0
               AND EST-P-VALOR (1) > ALC-LIMITE-VIG
               MOVE 'N' TO EST-ALCADA-OK
               IF OPERADOR-SUPERVISOR
                   DISPLAY "Valor acima da alcada do perfil. "
                       "Estorno nao permitido."
               ELSE
                   DISPLAY "Valor acima da alcada do perfil. "
                       "Solicite o estorno a um supervisor."
               END-IF
           END-IF.

       PREPARAR-ESTORNO.
           MOVE 'N' TO EST-TRANSF
           IF EST-P-CONTRAPARTE (1) NOT = SPACES
               AND EST-P-REFERENCIA (1) NOT = SPACES
               MOVE 'S' TO EST-TRANSF
           END-IF
           MOVE 'N' TO EST-ACHOU-PAR
           MOVE 'N' TO EST-JA-ESTORNADO
           MOVE SPACES TO EST-ULT-ESTO-COD
           MOVE SPACES TO EST-ULT-ESTO-DH
           PERFORM BACKUP-CLIENTES
           PERFORM ABRIR-CLIENTES-IO
           IF CLIENTES-OK = 'S'
               MOVE 'V' TO EST-FASE
               PERFORM PERCORRER-RAZAO-ESTORNO
               IF EST-JA-ESTORNADO = 'S'
                   DISPLAY "Lancamento ja estornado. "
                       "Estorno nao permitido."
               ELSE
                   IF EST-TRANSF = 'S' AND EST-ACHOU-PAR NOT = 'S'
                       DISPLAY "Perna da transferencia nao "
                           "localizada. Estorno nao permitido."
                   ELSE
                       PERFORM VERIFICAR-PERNAS-ESTORNO
                       IF EST-PERNAS-OK = 'S'
                           PERFORM CONFIRMAR-ESTORNO
                       END-IF
                   END-IF
               END-IF
               PERFORM FECHAR-CLIENTES-IO
           END-IF.

       VERIFICAR-PERNAS-ESTORNO.
           MOVE 'S' TO EST-PERNAS-OK
           MOVE 1 TO EST-IDX
           PERFORM VERIFICAR-PERNA-ESTORNO
           IF EST-TRANSF = 'S' AND EST-PERNAS-OK = 'S'
               MOVE 2 TO EST-IDX
               PERFORM VERIFICAR-PERNA-ESTORNO
           END-IF.

       VERIFICAR-PERNA-ESTORNO.
           MOVE EST-P-COD (EST-IDX) TO CLIENTE-COD
           READ CLIENTES
               INVALID KEY
                   MOVE 'N' TO EST-PERNAS-OK
                   DISPLAY "Cliente nao encontrado: "
                       EST-P-COD (EST-IDX)
                       ". Estorno nao permitido."
               NOT INVALID KEY
                   IF CLIENTE-FUNDIDO
                       MOVE 'N' TO EST-PERNAS-OK
                       DISPLAY "Cliente " EST-P-COD (EST-IDX)
                           " fundido ao codigo " CLIENTE-COD-DESTINO
                           ". Estorno nao permitido."
                   END-IF
           END-READ.

       CONFIRMAR-ESTORNO.
           MOVE 1 TO EST-IDX
           PERFORM MOSTRAR-PERNA-ESTORNO
           IF EST-TRANSF = 'S'
               MOVE 2 TO EST-IDX
               PERFORM MOSTRAR-PERNA-ESTORNO
           END-IF
           DISPLAY "Confirma o estorno? (S/N):"
           ACCEPT CONTINUA-CRIACAO
           IF CONTINUA-CRIACAO = 'S'
               PERFORM EFETIVAR-ESTORNO
           ELSE
               DISPLAY "Estorno cancelado."
           END-IF.

       MOSTRAR-PERNA-ESTORNO.
           MOVE EST-P-VALOR (EST-IDX) TO EST-VALOR-EDT
           DISPLAY "Cliente: " EST-P-COD (EST-IDX)
               "  Data/hora: " EST-P-DATA-HORA (EST-IDX)
           DISPLAY "Tipo: " EST-P-TIPO (EST-IDX)
               "  Motivo: " EST-P-MOTIVO (EST-IDX)
               "  Valor: " EST-VALOR-EDT
           DISPLAY "Referencia: " EST-P-REFERENCIA (EST-IDX)
               "  Contraparte: " EST-P-CONTRAPARTE (EST-IDX)
               "  Operador: " EST-P-OPERADOR (EST-IDX).

       EFETIVAR-ESTORNO.
           ACCEPT AUD-HORA FROM TIME
           MOVE SPACES TO EST-REF-NOVA
           STRING "E" DELIMITED BY SIZE
                  AUD-HORA DELIMITED BY SIZE
                  INTO EST-REF-NOVA
           MOVE 1 TO EST-PRIM
           MOVE 2 TO EST-SEG
           IF EST-TRANSF = 'S' AND EST-P-TIPO (1) = 'D'
               MOVE 2 TO EST-PRIM
               MOVE 1 TO EST-SEG
           END-IF
           MOVE EST-PRIM TO EST-IDX
           PERFORM ESTORNAR-PERNA
           IF LANC-RESULTADO NOT = 'O'
               DISPLAY "Nada foi estornado."
           ELSE
               MOVE RAZAO-DATA-HORA TO EST-PRIM-DATA-HORA
               IF EST-TRANSF = 'S'
                   MOVE EST-SEG TO EST-IDX
                   PERFORM ESTORNAR-PERNA
                   IF LANC-RESULTADO NOT = 'O'
                       PERFORM DESFAZER-PERNA-ESTORNO
                   ELSE
                       DISPLAY "Estorno registrado. Referencia: "
                           EST-REF-NOVA
                   END-IF
               ELSE
                   DISPLAY "Estorno registrado. Referencia: "
                       EST-REF-NOVA
               END-IF
           END-IF.

       DESFAZER-PERNA-ESTORNO.
           MOVE EST-P-COD (EST-PRIM) TO CLIENTE-COD
           READ CLIENTES
               INVALID KEY
                   DISPLAY "Falha no estorno. Verifique a "
                       "conciliacao do cliente " EST-P-COD (EST-PRIM)
               NOT INVALID KEY
                   MOVE EST-P-TIPO (EST-PRIM) TO LANC-TIPO
                   MOVE EST-P-VALOR (EST-PRIM) TO LANC-VALOR
                   MOVE "ESTO" TO LANC-MOTIVO
                   MOVE EST-REF-NOVA TO LANC-REFERENCIA
                   MOVE EST-P-CONTRAPARTE (EST-PRIM)
                       TO LANC-CONTRAPARTE
                   MOVE EST-PRIM-DATA-HORA TO LANC-ORIGEM
                   MOVE 'S' TO LANC-SEM-LIMITE
                   PERFORM APLICAR-LANCAMENTO
                   IF LANC-RESULTADO = 'O'
                       DISPLAY "Nada foi estornado."
                   ELSE
                       DISPLAY "Falha no estorno. Verifique a "
                           "conciliacao do cliente "
                           EST-P-COD (EST-PRIM)
                   END-IF
           END-READ.

       ESTORNAR-PERNA.
           MOVE EST-P-COD (EST-IDX) TO CLIENTE-COD
           READ CLIENTES
               INVALID KEY
                   MOVE 'E' TO LANC-RESULTADO
                   DISPLAY "Cliente nao encontrado: "
                       EST-P-COD (EST-IDX)
               NOT INVALID KEY
                   IF EST-P-TIPO (EST-IDX) = 'D'
                       MOVE 'C' TO LANC-TIPO
                   ELSE
                       MOVE 'D' TO LANC-TIPO
                   END-IF
                   MOVE EST-P-VALOR (EST-IDX) TO LANC-VALOR
                   MOVE "ESTO" TO LANC-MOTIVO
                   MOVE EST-REF-NOVA TO LANC-REFERENCIA
                   MOVE EST-P-CONTRAPARTE (EST-IDX) TO LANC-CONTRAPARTE
                   MOVE EST-P-DATA-HORA (EST-IDX) TO LANC-ORIGEM
                   PERFORM APLICAR-LANCAMENTO
                   IF LANC-RESULTADO = 'S'
                       DISPLAY "Saldo insuficiente para o estorno "
                           "no cliente " EST-P-COD (EST-IDX)
                   END-IF
                   IF LANC-RESULTADO = 'B'
                       DISPLAY "Saldo bloqueado impede o estorno "
                           "no cliente " EST-P-COD (EST-IDX)
                   END-IF
                   IF LANC-RESULTADO = 'E'
                       DISPLAY "Falha ao registrar estorno no cliente "
                           EST-P-COD (EST-IDX)
                   END-IF
                   IF LANC-RESULTADO = 'F'
                       DISPLAY "Cliente " EST-P-COD (EST-IDX)
                           " fundido ao codigo " CLIENTE-COD-DESTINO
                           ". Estorno nao permitido."
                   END-IF
           END-READ.

       GERAR-EXTRATO.
           PERFORM ABRIR-CLIENTES-INPUT
           IF CLIENTES-OK = 'S'
               DISPLAY "Informe o Codigo do cliente:"
               PERFORM PEDIR-COD-CLIENTE
               MOVE CDV-COD TO COD-PROCURA
               MOVE COD-PROCURA TO CLIENTE-COD
               READ CLIENTES
                   INVALID KEY
                       DISPLAY "Cliente nao encontrado."
                   NOT INVALID KEY
                       PERFORM GERAR-EXTRATO-CLIENTE
                       PERFORM SEGUIR-FUSAO-EXTRATO
               END-READ
               CLOSE CLIENTES
           END-IF.

       SEGUIR-FUSAO-EXTRATO.
           MOVE 'S' TO FUS-SEGUIR
           PERFORM UNTIL FUS-SEGUIR NOT = 'S'
               IF CLIENTE-FUNDIDO AND ARQL-EXCESSO NOT = 'S'
                   DISPLAY "Codigo " CLIENTE-COD
                       " fundido ao codigo " CLIENTE-COD-DESTINO "."
                   DISPLAY "Gerar tambem o extrato do codigo "
                       CLIENTE-COD-DESTINO "? (S/N):"
                   ACCEPT FUS-SEGUIR
                   IF FUS-SEGUIR = 'S'
                       MOVE CLIENTE-COD-DESTINO TO CLIENTE-COD
                       READ CLIENTES
                           INVALID KEY
                               DISPLAY "Codigo sobrevivente nao "
                                   "encontrado."
                               MOVE 'N' TO FUS-SEGUIR
                           NOT INVALID KEY
                               PERFORM GERAR-EXTRATO-PERIODO
                       END-READ
                   END-IF
               ELSE
                   MOVE 'N' TO FUS-SEGUIR
               END-IF
           END-PERFORM.

       GERAR-EXTRATO-CLIENTE.
           MOVE 'N' TO EXT-DATA-VALIDA
           PERFORM UNTIL EXT-DATA-VALIDA = 'Y'
               MOVE 0 TO EXT-LINHA-CONT
               MOVE 0 TO EXT-PAGINA
               MOVE 0 TO EXT-MOVTO-CONT
               MOVE 0 TO EXT-EST-CONT
               MOVE 'N' TO EXT-TEM-ANTERIOR
               MOVE 'N' TO EXT-TEM-MOVTO
               MOVE 'N' TO EXT-TEM-POSTERIOR
                      EXT-SALDO-EDT DELIMITED BY SIZE
                      INTO EXTRATO-LINHA
               WRITE EXTRATO-LINHA
               IF CLIENTE-FUNDIDO
                   MOVE SPACES TO EXTRATO-LINHA
                   STRING "CODIGO ENCERRADO POR FUSAO. SUCESSOR: "
                              DELIMITED BY SIZE
                          CLIENTE-COD-DESTINO DELIMITED BY SIZE
                          INTO EXTRATO-LINHA
                   WRITE EXTRATO-LINHA
               END-IF
               PERFORM IMPRIMIR-BLOQUEIO-EXTRATO
               PERFORM IMPRIMIR-ESTORNOS-EXTRATO
               CLOSE EXTRATO
               MOVE SPACES TO EXT-ARQUIVO
               STRING "extrato." DELIMITED BY SIZE
                       ADD RAZAO-VALOR TO EXT-SALDO-CORRENTE
                   END-IF
                   PERFORM IMPRIMIR-LINHA-EXTRATO
                   IF RAZAO-MOTIVO = "ESTO"
                       PERFORM GUARDAR-ESTORNO-EXTRATO
                   END-IF
               ELSE
                   IF EXT-TEM-MOVTO = 'N'
                       AND EXT-TEM-ANTERIOR = 'N'
                  RAZAO-REFERENCIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RAZAO-CONTRAPARTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RAZAO-APROVADOR DELIMITED BY SIZE
                  INTO EXTRATO-LINHA
           WRITE EXTRATO-LINHA
           ADD 1 TO EXT-LINHA-CONT
           ADD 1 TO EXT-MOVTO-CONT.

       IMPRIMIR-BLOQUEIO-EXTRATO.
           PERFORM CALCULAR-DISPONIVEL
           MOVE SPACES TO EXTRATO-LINHA
           IF BLQ-TEM-TOTAL = 'S'
               MOVE "SALDO BLOQUEADO ATUAL:  TOTAL" TO EXTRATO-LINHA
           ELSE
               MOVE BLQ-BLOQUEADO TO EXT-SALDO-EDT
               STRING "SALDO BLOQUEADO ATUAL:  " DELIMITED BY SIZE
                      EXT-SALDO-EDT DELIMITED BY SIZE
                      INTO EXTRATO-LINHA
           END-IF
           WRITE EXTRATO-LINHA
           MOVE LANC-DISPONIVEL TO EXT-SALDO-EDT
           MOVE SPACES TO EXTRATO-LINHA
           STRING "SALDO DISPONIVEL ATUAL: " DELIMITED BY SIZE
                  EXT-SALDO-EDT DELIMITED BY SIZE
                  INTO EXTRATO-LINHA
           WRITE EXTRATO-LINHA.

       GUARDAR-ESTORNO-EXTRATO.
           ADD 1 TO EXT-EST-CONT
           IF EXT-EST-CONT NOT > 50
               MOVE EXT-EST-CONT TO EXT-EST-IDX
               MOVE RAZAO-DATA-HORA TO EXT-EST-DATA-HORA (EXT-EST-IDX)
               MOVE RAZAO-TIPO TO EXT-EST-TIPO (EXT-EST-IDX)
               MOVE RAZAO-VALOR TO EXT-EST-VALOR (EXT-EST-IDX)
               MOVE RAZAO-REFERENCIA TO EXT-EST-REF (EXT-EST-IDX)
               MOVE RAZAO-ORIGEM TO EXT-EST-ORIGEM (EXT-EST-IDX)
           END-IF.

       IMPRIMIR-ESTORNOS-EXTRATO.
           MOVE SPACES TO EXTRATO-LINHA
           WRITE EXTRATO-LINHA
           MOVE "ESTORNOS NO PERIODO" TO EXTRATO-LINHA
           WRITE EXTRATO-LINHA
           IF EXT-EST-CONT = 0
               MOVE "NENHUM ESTORNO NO PERIODO" TO EXTRATO-LINHA
               WRITE EXTRATO-LINHA
           ELSE
               MOVE SPACES TO EXTRATO-LINHA
               STRING "DATA/HORA        T          VALOR REFERENC  "
                      "ESTORNO DE" DELIMITED BY SIZE
                      INTO EXTRATO-LINHA
               WRITE EXTRATO-LINHA
               MOVE 1 TO EXT-EST-IDX
               PERFORM UNTIL EXT-EST-IDX > EXT-EST-CONT
                   OR EXT-EST-IDX > 50
                   MOVE EXT-EST-VALOR (EXT-EST-IDX) TO EXT-VALOR-EDT
                   MOVE SPACES TO EXTRATO-LINHA
                   STRING EXT-EST-DATA-HORA (EXT-EST-IDX)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          EXT-EST-TIPO (EXT-EST-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          EXT-VALOR-EDT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          EXT-EST-REF (EXT-EST-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          EXT-EST-ORIGEM (EXT-EST-IDX)
                              DELIMITED BY SIZE
                          INTO EXTRATO-LINHA
                   WRITE EXTRATO-LINHA
                   ADD 1 TO EXT-EST-IDX
               END-PERFORM
               IF EXT-EST-CONT > 50
                   MOVE SPACES TO EXTRATO-LINHA
                   STRING "TOTAL DE ESTORNOS NO PERIODO: "
                              DELIMITED BY SIZE
                          EXT-EST-CONT DELIMITED BY SIZE
                          " (LISTADOS OS 50 PRIMEIROS)"
                              DELIMITED BY SIZE
                          INTO EXTRATO-LINHA
                   WRITE EXTRATO-LINHA
               END-IF
           END-IF.

       IMPRIMIR-CABECALHO-EXTRATO.
           ADD 1 TO EXT-PAGINA
           MOVE 0 TO EXT-LINHA-CONT
                  INTO EXTRATO-LINHA
           WRITE EXTRATO-LINHA
           MOVE "DATA/HORA        T MOTV          VALOR          SALDO
      -        " REFERENC  CTP     APR" TO EXTRATO-LINHA
           WRITE EXTRATO-LINHA
           MOVE SPACES TO EXTRATO-LINHA
           WRITE EXTRATO-LINHA.
           IF DIA-FECHADO = 'S'
               DISPLAY "Dia ja fechado: " FECH-HOJE
           ELSE
               PERFORM CONFERIR-CAIXAS-FECH
               IF CXA-LIBERADO = 'S'
                   MOVE 'S' TO AGE-NO-FECHAMENTO
                   PERFORM EXECUTAR-AGENDA
                   MOVE 'N' TO AGE-NO-FECHAMENTO
                   IF AGE-ERRO-ARQ = 'S'
                       DISPLAY "Atencao: lancamentos agendados "
                           "vencidos nao foram postados."
                       DISPLAY "Fechar o dia mesmo assim? (S/N):"
                       ACCEPT CONTINUA-CRIACAO
                       IF CONTINUA-CRIACAO = 'S'
                           PERFORM EXECUTAR-FECHAMENTO
                       ELSE
                           DISPLAY "Fechamento cancelado."
                       END-IF
                   ELSE
                       PERFORM EXECUTAR-FECHAMENTO
                   END-IF
               END-IF
           END-IF.

       EXECUTAR-FECHAMENTO.
           MOVE 0 TO FECH-QTD-CLI
           MOVE 0 TO FECH-QTD-LANC
           MOVE 0 TO FECH-QTD-EST
           MOVE 0 TO FECH-W-EST
           MOVE 0 TO FECH-W-DEB
           MOVE 0 TO FECH-W-CRED
           MOVE 0 TO FECH-W-SALDO
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
               PERFORM LISTAR-ESTORNOS-FECH
               PERFORM EXPIRAR-PENDENTES
               OPEN EXTEND FECHAMENTO
               IF FECHAMENTO-STATUS = '35'
                   OPEN OUTPUT FECHAMENTO
               MOVE FECH-W-SALDO TO FECH-TOTAL-SALDO
               WRITE FECHAMENTO-REGISTRO
               CLOSE FECHAMENTO
               IF CXA-FORCADO = 'S'
                   PERFORM AUDITAR-FORCA-FECH
               END-IF
               PERFORM IMPRIMIR-TOTAIS-FECH
               CLOSE FECHREL
               DISPLAY "=== Fechamento Diario ==="
               DISPLAY "Data: " FECH-HOJE
               DISPLAY "Clientes: " FECH-QTD-CLI
               DISPLAY "Lancamentos do dia: " FECH-QTD-LANC
               DISPLAY "Estornos do dia: " FECH-QTD-EST
               DISPLAY "Pendentes expirados: " FECH-QTD-EXPIR
               MOVE FECH-W-DEB TO FECH-EDT
               DISPLAY "Soma dos debitos: " FECH-EDT
               MOVE FECH-W-CRED TO FECH-EDT
           MOVE RAZAO-MOTIVO TO CONT-DET-MOTIVO
           MOVE RAZAO-VALOR TO CONT-DET-VALOR
           MOVE RAZAO-OPERADOR TO CONT-DET-OPER
           MOVE RAZAO-SALDO-NOVO TO CONT-DET-SALDO
           WRITE CONTABIL-LINHA FROM CONT-DET
           IF RAZAO-TIPO = 'D'
               ADD RAZAO-VALOR TO CONT-SOMA-DEB

       ACUMULAR-MOVTO-FECH.
           ADD 1 TO FECH-QTD-LANC
           IF RAZAO-MOTIVO = "ESTO"
               ADD 1 TO FECH-QTD-EST
               ADD RAZAO-VALOR TO FECH-W-EST
           END-IF
           IF RAZAO-TIPO = 'D'
               ADD RAZAO-VALOR TO FECH-W-DEB
           ELSE
           WRITE FECHREL-LINHA
           ADD 1 TO FECH-LINHA-CONT.

       LISTAR-ESTORNOS-FECH.
           MOVE SPACES TO FECHREL-LINHA
           WRITE FECHREL-LINHA
           MOVE "ESTORNOS DO DIA" TO FECHREL-LINHA
           WRITE FECHREL-LINHA
           ADD 2 TO FECH-LINHA-CONT
           IF FECH-QTD-EST = 0
               MOVE "NENHUM ESTORNO NO DIA" TO FECHREL-LINHA
               WRITE FECHREL-LINHA
               ADD 1 TO FECH-LINHA-CONT
           ELSE
               MOVE SPACES TO FECHREL-LINHA
               STRING "DATA/HORA        COD T          VALOR REFERENC  "
                      "ESTORNO DE" DELIMITED BY SIZE
                      INTO FECHREL-LINHA
               WRITE FECHREL-LINHA
               ADD 1 TO FECH-LINHA-CONT
               OPEN INPUT RAZAO
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ RAZAO
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF RAZAO-DATA-MOVTO = FECH-HOJE-X
                               AND RAZAO-MOTIVO = "ESTO"
                               PERFORM IMPRIMIR-ESTORNO-FECH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RAZAO
               MOVE FECH-W-EST TO FECH-EDT
               MOVE SPACES TO FECHREL-LINHA
               STRING "TOTAL ESTORNADO:       " DELIMITED BY SIZE
                      FECH-EDT DELIMITED BY SIZE
                      INTO FECHREL-LINHA
               WRITE FECHREL-LINHA
               ADD 1 TO FECH-LINHA-CONT
           END-IF.

       IMPRIMIR-ESTORNO-FECH.
           IF FECH-LINHA-CONT >= REL-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO-FECH
           END-IF
           MOVE RAZAO-VALOR TO EXT-VALOR-EDT
           MOVE SPACES TO FECHREL-LINHA
           STRING RAZAO-DATA-HORA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RAZAO-COD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RAZAO-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXT-VALOR-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RAZAO-REFERENCIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RAZAO-ORIGEM DELIMITED BY SIZE
                  INTO FECHREL-LINHA
           WRITE FECHREL-LINHA
           ADD 1 TO FECH-LINHA-CONT.

       EXPIRAR-PENDENTES.
           MOVE 0 TO FECH-QTD-EXPIR
           MOVE SPACES TO FECHREL-LINHA
           WRITE FECHREL-LINHA
           MOVE "PENDENTES DE APROVACAO EXPIRADOS" TO FECHREL-LINHA
           WRITE FECHREL-LINHA
           ADD 2 TO FECH-LINHA-CONT
           OPEN INPUT PENDENTES
           IF PENDENTES-STATUS = '35'
               MOVE "NENHUM PENDENTE EM ABERTO" TO FECHREL-LINHA
               WRITE FECHREL-LINHA
               ADD 1 TO FECH-LINHA-CONT
           ELSE
               OPEN OUTPUT PENDTMP
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ PENDENTES
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF PEND-SITUACAO = 'P'
                               PERFORM EXPIRAR-ITEM-PENDENTE
                           END-IF
                           WRITE PENDTMP-LINHA FROM PENDENTE-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE PENDENTES
               CLOSE PENDTMP
               MOVE "mv pendentes.tmp pendentes.dat" TO ARQ-CMD
               CALL "SYSTEM" USING ARQ-CMD
               IF RETURN-CODE NOT = 0
                   DISPLAY "Falha ao regravar pendentes.dat."
               END-IF
               IF FECH-QTD-EXPIR = 0
                   MOVE "NENHUM PENDENTE EM ABERTO" TO FECHREL-LINHA
                   WRITE FECHREL-LINHA
                   ADD 1 TO FECH-LINHA-CONT
               END-IF
           END-IF.

       EXPIRAR-ITEM-PENDENTE.
           ADD 1 TO FECH-QTD-EXPIR
           MOVE 'X' TO PEND-SITUACAO
           MOVE "EXPIRADO" TO PEND-RESULTADO
           MOVE FECH-HOJE-X TO PEND-DATA-DECISAO
           IF FECH-LINHA-CONT >= REL-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO-FECH
           END-IF
           MOVE PEND-VALOR TO EXT-VALOR-EDT
           MOVE SPACES TO FECHREL-LINHA
           STRING PEND-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PEND-COD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PEND-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PEND-MOTIVO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXT-VALOR-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PEND-CONTRAPARTE DELIMITED BY SIZE
                  " SOLIC " DELIMITED BY SIZE
                  PEND-SOLICITANTE DELIMITED BY SIZE
                  INTO FECHREL-LINHA
           WRITE FECHREL-LINHA
           ADD 1 TO FECH-LINHA-CONT
           MOVE "EXPIRACAO" TO AUD-OPERACAO
           MOVE PEND-COD TO AUD-COD
           MOVE SPACES TO AUD-NOME-ANTIGO
           MOVE 0 TO AUD-SALDO-ANTIGO
           MOVE PEND-ID TO AUD-NOME-NOVO
           MOVE PEND-VALOR TO AUD-SALDO-NOVO
           PERFORM REGISTRAR-AUDITORIA.

       IMPRIMIR-CABECALHO-FECH.
           ADD 1 TO FECH-PAGINA
           MOVE 0 TO FECH-LINHA-CONT
           MOVE FECH-PAGINA TO REL-PAGINA-EDT
           MOVE SPACES TO FECHREL-LINHA
           STRING "FECHAMENTO DIARIO " DELIMITED BY SIZE
                  FECH-HOJE-X DELIMITED BY SIZE
                  " - PAGINA " DELIMITED BY SIZE
                  REL-PAGINA-EDT DELIMITED BY SIZE
                  INTO FECHREL-LINHA
           WRITE FECHREL-LINHA
           MOVE "DATA/HORA        COD     T MOTV          VALOR"
               TO FECHREL-LINHA
           WRITE FECHREL-LINHA
           MOVE SPACES TO FECHREL-LINHA
           WRITE FECHREL-LINHA.

       IMPRIMIR-TOTAIS-FECH.
           MOVE SPACES TO FECHREL-LINHA
           WRITE FECHREL-LINHA
           MOVE FECH-QTD-CLI TO FECH-CONT-EDT
           MOVE SPACES TO FECHREL-LINHA
           STRING "CLIENTES:              " DELIMITED BY SIZE
                  FECH-CONT-EDT DELIMITED BY SIZE
                  INTO FECHREL-LINHA
           WRITE FECHREL-LINHA
                  FECH-CONT-EDT DELIMITED BY SIZE
                  INTO FECHREL-LINHA
           WRITE FECHREL-LINHA
           MOVE FECH-QTD-EST TO FECH-CONT-EDT
           MOVE SPACES TO FECHREL-LINHA
           STRING "ESTORNOS DO DIA:       " DELIMITED BY SIZE
                  FECH-CONT-EDT DELIMITED BY SIZE
                  INTO FECHREL-LINHA
           WRITE FECHREL-LINHA
           MOVE FECH-QTD-EXPIR TO FECH-CONT-EDT
           MOVE SPACES TO FECHREL-LINHA
           STRING "PENDENTES EXPIRADOS:   " DELIMITED BY SIZE
                  FECH-CONT-EDT DELIMITED BY SIZE
                  INTO FECHREL-LINHA
           WRITE FECHREL-LINHA
           PERFORM LISTAR-CAIXAS-ABERTOS-FECH
           MOVE FECH-W-DEB TO FECH-EDT
           MOVE SPACES TO FECHREL-LINHA
           STRING "SOMA DOS DEBITOS:      " DELIMITED BY SIZE
           STRING "TOTAL GERAL DE SALDOS: " DELIMITED BY SIZE
                  FECH-EDT DELIMITED BY SIZE
                  INTO FECHREL-LINHA
           WRITE FECHREL-LINHA
           PERFORM LER-CADEIA
           MOVE SPACES TO FECHREL-LINHA
           STRING "CADEIA DO RAZAO:       SEQ " DELIMITED BY SIZE
                  CAD-RAZ-SEQ DELIMITED BY SIZE
                  " CONTROLE " DELIMITED BY SIZE
                  CAD-RAZ-CHECK DELIMITED BY SIZE
                  INTO FECHREL-LINHA
           WRITE FECHREL-LINHA
           MOVE SPACES TO FECHREL-LINHA
           STRING "CADEIA DA AUDITORIA:   SEQ " DELIMITED BY SIZE
                  CAD-AUD-SEQ DELIMITED BY SIZE
                  " CONTROLE " DELIMITED BY SIZE
                  CAD-AUD-CHECK DELIMITED BY SIZE
                  INTO FECHREL-LINHA
           WRITE FECHREL-LINHA.

       CONSULTAR-AUDITORIA.
           DISPLAY "Codigo do cliente (vazio = todos):"
           PERFORM PEDIR-COD-CLIENTE
           MOVE CDV-COD TO AUDC-COD
           DISPLAY "Operacao (vazio = todas):"
           ACCEPT AUDC-OPER
           DISPLAY "Data inicial (AAAAMMDD, vazio = todas):"
           DISPLAY "Gravar relatorio em audrel.dat? (S/N):"
           ACCEPT AUDC-GRAVAR
           MOVE 0 TO AUDC-CONT
           MOVE 'N' TO FUS-SEGUINDO
           PERFORM CARREGAR-GERACOES-AUD
           IF ARQL-EXCESSO = 'S'
               DISPLAY "Consulta nao realizada."
           ELSE
               PERFORM EXECUTAR-CONSULTA-AUDITORIA
               IF AUDC-COD NOT = SPACES
                   PERFORM SEGUIR-FUSAO-AUDITORIA
               END-IF
           END-IF.

       SEGUIR-FUSAO-AUDITORIA.
           MOVE 'S' TO FUS-SEGUIR
           PERFORM UNTIL FUS-SEGUIR NOT = 'S'
               MOVE AUDC-COD TO FUS-LINK-COD
               PERFORM OBTER-DESTINO-FUSAO
               IF FUS-LINK-DESTINO = SPACES
                   MOVE 'N' TO FUS-SEGUIR
               ELSE
                   DISPLAY "Codigo " AUDC-COD " fundido ao codigo "
                       FUS-LINK-DESTINO "."
                   DISPLAY "Consultar tambem o codigo "
                       FUS-LINK-DESTINO "? (S/N):"
                   ACCEPT FUS-SEGUIR
                   IF FUS-SEGUIR = 'S'
                       MOVE 'S' TO FUS-SEGUINDO
                       MOVE FUS-LINK-DESTINO TO AUDC-COD
                       MOVE 0 TO AUDC-CONT
                       PERFORM EXECUTAR-CONSULTA-AUDITORIA
                   END-IF
               END-IF
           END-PERFORM.

       OBTER-DESTINO-FUSAO.
           MOVE SPACES TO FUS-LINK-DESTINO
           PERFORM ABRIR-CLIENTES-INPUT
           IF CLIENTES-OK = 'S'
               MOVE FUS-LINK-COD TO CLIENTE-COD
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLIENTE-FUNDIDO
                           MOVE CLIENTE-COD-DESTINO
                               TO FUS-LINK-DESTINO
                       END-IF
               END-READ
               CLOSE CLIENTES
           END-IF.

       EXECUTAR-CONSULTA-AUDITORIA.
               DISPLAY "Sem eventos de auditoria."
           ELSE
               IF AUDC-GRAVAR = 'S'
                   IF FUS-SEGUINDO = 'S'
                       OPEN EXTEND AUDREL
                       MOVE SPACES TO AUDREL-LINHA
                       STRING "CODIGO " DELIMITED BY SIZE
                              FUS-LINK-COD DELIMITED BY SIZE
                              " FUNDIDO AO CODIGO " DELIMITED BY SIZE
                              AUDC-COD DELIMITED BY SIZE
                              INTO AUDREL-LINHA
                       WRITE AUDREL-LINHA
                       ADD 1 TO AUDC-LINHA-CONT
                   ELSE
                       OPEN OUTPUT AUDREL
                       MOVE 0 TO AUDC-LINHA-CONT
                       MOVE 0 TO AUDC-PAGINA
                       PERFORM IMPRIMIR-CABECALHO-AUDREL
                   END-IF
               END-IF
               MOVE 1 TO ARQL-IDX
               PERFORM UNTIL ARQL-IDX > ARQL-CONT
                  AUDC-SALDO-ANT-EDT DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  AUDC-SALDO-NOVO-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-APROVADOR DELIMITED BY SIZE
                  INTO AUDC-DETALHE
           DISPLAY AUDC-DETALHE
           IF AUDC-GRAVAR = 'S'
                  INTO AUDREL-LINHA
           WRITE AUDREL-LINHA
           MOVE SPACES TO AUDREL-LINHA
           STRING "DATA/HORA        OPERACAO    COD     OPE "
                      DELIMITED BY SIZE
                  "NOME ANTIGO>NOME NOVO      "
                      DELIMITED BY SIZE
                  "SALDO ANTIGO>SALDO NOVO APR"
                      DELIMITED BY SIZE
                  INTO AUDREL-LINHA
           WRITE AUDREL-LINHA
           MOVE 0 TO MENSAL-SEM-SALDO
           MOVE 0 TO MENSAL-TOT-TARIFA
           MOVE 0 TO MENSAL-TOT-JUROS
           MOVE 0 TO MENSAL-CHEQUE
           MOVE 0 TO MENSAL-CHEQUE-BLOQ
           MOVE 0 TO MENSAL-TOT-CHEQUE
           PERFORM ABRIR-CLIENTES-IO
           IF CLIENTES-OK = 'S'
               MOVE 'N' TO END-OF-FILE
                       NOT AT END
                           IF CLIENTE-ATIVO
                               PERFORM PROCESSAR-CLIENTE-MENSAL
                           END-IF
                           IF CLIENTE-INATIVO
                               PERFORM PROCESSAR-INATIVO-MENSAL
                           END-IF
                   END-READ
               DISPLAY "Tarifa aplicada (inativos): " MENSAL-EDT
               MOVE MENSAL-TAXA TO MENSAL-TAXA-EDT
               DISPLAY "Taxa de juros aplicada: " MENSAL-TAXA-EDT
               MOVE MENSAL-TAXA-CHEQUE TO MENSAL-TAXA-EDT
               DISPLAY "Taxa do cheque especial: " MENSAL-TAXA-EDT
               DISPLAY "Contas processadas: " MENSAL-PROC
               DISPLAY "Contas inativas: " MENSAL-INATIVOS
               DISPLAY "Tarifas negadas por saldo: " MENSAL-SEM-SALDO
               DISPLAY "Total de tarifas: " MENSAL-EDT
               MOVE MENSAL-TOT-JUROS TO MENSAL-EDT
               DISPLAY "Total de juros: " MENSAL-EDT
               DISPLAY "Contas em cheque especial: " MENSAL-CHEQUE
               MOVE MENSAL-TOT-CHEQUE TO MENSAL-EDT
               DISPLAY "Total de juros de cheque especial: "
                   MENSAL-EDT
               DISPLAY "Juros de cheque especial negados por "
                   "bloqueio: " MENSAL-CHEQUE-BLOQ
           END-IF.

       PROCESSAR-CLIENTE-MENSAL.
           IF LANC-RESULTADO = 'O'
               ADD MENSAL-TARIFA TO MENSAL-TOT-TARIFA
           END-IF
           IF LANC-RESULTADO = 'S' OR LANC-RESULTADO = 'B'
               ADD 1 TO MENSAL-SEM-SALDO
           END-IF
           IF CLIENTE-SALDO > 0
               COMPUTE MENSAL-JUROS ROUNDED =
                   CLIENTE-SALDO * MENSAL-TAXA
               IF MENSAL-JUROS > 0
                   MOVE 'C' TO LANC-TIPO
                   MOVE MENSAL-JUROS TO LANC-VALOR
                   MOVE "JURO" TO LANC-MOTIVO
                   PERFORM APLICAR-LANCAMENTO
                   IF LANC-RESULTADO = 'O'
                       ADD MENSAL-JUROS TO MENSAL-TOT-JUROS
                   END-IF
               END-IF
           ELSE
               PERFORM COBRAR-JUROS-CHEQUE
           END-IF.

       COBRAR-JUROS-CHEQUE.
           IF CLIENTE-SALDO < 0
               COMPUTE MENSAL-JUROS ROUNDED =
                   (0 - CLIENTE-SALDO) * MENSAL-TAXA-CHEQUE
               IF MENSAL-JUROS > 0
                   MOVE 'D' TO LANC-TIPO
                   MOVE MENSAL-JUROS TO LANC-VALOR
                   MOVE "JCHE" TO LANC-MOTIVO
      * Os juros do cheque especial podem ultrapassar o limite da
      * conta, mas nao o saldo bloqueado: havendo bloqueio ativo o
      * debito passa pela mesma verificacao de disponivel da tarifa.
                   PERFORM CALCULAR-BLOQUEIO
                   IF BLQ-TEM-TOTAL NOT = 'S' AND BLQ-BLOQUEADO = 0
                       MOVE 'S' TO LANC-SEM-LIMITE
                   END-IF
                   PERFORM APLICAR-LANCAMENTO
                   IF LANC-RESULTADO = 'O'
                       ADD 1 TO MENSAL-CHEQUE
                       ADD MENSAL-JUROS TO MENSAL-TOT-CHEQUE
                   END-IF
                   IF LANC-RESULTADO = 'S' OR LANC-RESULTADO = 'B'
                       ADD 1 TO MENSAL-CHEQUE-BLOQ
                   END-IF
               END-IF
           END-IF.

               IF LANC-RESULTADO = 'O'
                   ADD MENSAL-TARIFA-INAT TO MENSAL-TOT-TARIFA
               END-IF
               IF LANC-RESULTADO = 'S' OR LANC-RESULTADO = 'B'
                   ADD 1 TO MENSAL-SEM-SALDO
               END-IF
           END-IF
           PERFORM COBRAR-JUROS-CHEQUE.

       OBTER-PARAMETROS-VIGENTES.
           MOVE 10.00 TO MENSAL-TARIFA
           MOVE 0 TO MENSAL-TARIFA-INAT
           MOVE 0.0050 TO MENSAL-TAXA
           MOVE 0.0800 TO MENSAL-TAXA-CHEQUE
           MOVE 12 TO MENSAL-MESES-DORM
           MOVE 0 TO PARAM-VIG-ACHADA
           OPEN INPUT PARAMS
           IF PARAMS-STATUS NOT = '35'
                               MOVE PAR-TARIFA-INAT
                                   TO MENSAL-TARIFA-INAT
                               MOVE PAR-TAXA TO MENSAL-TAXA
                               IF PAR-TAXA-CHEQUE NUMERIC
                                   MOVE PAR-TAXA-CHEQUE
                                       TO MENSAL-TAXA-CHEQUE
                               ELSE
                                   MOVE 0.0800 TO MENSAL-TAXA-CHEQUE
                               END-IF
                               IF PAR-MESES-DORMENCIA NUMERIC
                                   AND PAR-MESES-DORMENCIA > 0
                                   MOVE PAR-MESES-DORMENCIA
                                       TO MENSAL-MESES-DORM
                               ELSE
                                   MOVE 12 TO MENSAL-MESES-DORM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   "Valores padrao em uso."
           ELSE
               DISPLAY "VIGENCIA TARIFA-ATIVO TARIFA-INATIVO TAXA"
                   "   TAXA-CHEQUE MESES-DORMENCIA"
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ PARAMS
           DISPLAY PAR-VIGENCIA " " MENSAL-EDT
               WITH NO ADVANCING
           MOVE PAR-TARIFA-INAT TO MENSAL-EDT
           DISPLAY " " MENSAL-EDT " " MENSAL-TAXA-EDT
               WITH NO ADVANCING
           IF PAR-TAXA-CHEQUE NUMERIC
               MOVE PAR-TAXA-CHEQUE TO MENSAL-TAXA-EDT
               DISPLAY " " MENSAL-TAXA-EDT
                   WITH NO ADVANCING
           ELSE
               DISPLAY " PADRAO"
                   WITH NO ADVANCING
           END-IF
           IF PAR-MESES-DORMENCIA NUMERIC
               AND PAR-MESES-DORMENCIA > 0
               DISPLAY "      " PAR-MESES-DORMENCIA
           ELSE
               DISPLAY "      PADRAO"
           END-IF.

       INCLUIR-PARAMETRO.
           DISPLAY "Vigencia a partir de (AAAAMMDD):"
               DISPLAY "Taxa de juros mensal (5 digitos, "
                   "ex. 00050 = 0,0050):"
               ACCEPT PARAM-TAXA-DIG
               DISPLAY "Taxa de juros do cheque especial (5 digitos, "
                   "ex. 08000 = 0,0800):"
               ACCEPT PARAM-TAXACHQ-DIG
               DISPLAY "Meses sem movimento para conta dormente "
                   "(3 digitos, ex. 012):"
               ACCEPT PARAM-DORM-DIG
               IF PARAM-TARIFA-DIG NOT NUMERIC
                   OR PARAM-TARINAT-DIG NOT NUMERIC
                   OR PARAM-TAXA-DIG NOT NUMERIC
                   OR PARAM-TAXACHQ-DIG NOT NUMERIC
                   OR PARAM-DORM-DIG NOT NUMERIC
                   OR PARAM-DORM-DIG = "000"
                   DISPLAY "Valores invalidos. Use so digitos."
               ELSE
                   OPEN EXTEND PARAMS
                       PARAM-TARINAT-INT + (PARAM-TARINAT-DEC / 100)
                   COMPUTE PAR-TAXA =
                       PARAM-TAXA-INT + (PARAM-TAXA-DEC / 10000)
                   COMPUTE PAR-TAXA-CHEQUE =
                       PARAM-TAXACHQ-INT + (PARAM-TAXACHQ-DEC / 10000)
                   MOVE PARAM-DORM-DIG TO PAR-MESES-DORMENCIA
                   WRITE PARAM-REGISTRO
                   CLOSE PARAMS
                   DISPLAY "Parametros gravados para vigencia "
           MOVE 'N' TO END-OF-FILE
           MOVE 'S' TO PESQ-CONTINUA
           MOVE 0 TO PESQ-CONT
           DISPLAY "COD     NOME                 TELEFONE        ST"
           PERFORM UNTIL END-OF-FILE = 'Y'
               OR PESQ-CONTINUA NOT = 'S'
               READ CLIENTES NEXT RECORD

       MANTER-OPERADORES.
           MOVE 0 TO MOPER-OPCAO
           PERFORM UNTIL MOPER-OPCAO = 6
               DISPLAY "=== MANUTENCAO DE OPERADORES ==="
               DISPLAY "1 - Criar Operador"
               DISPLAY "2 - Atualizar Operador"
               DISPLAY "3 - Desativar Operador"
               DISPLAY "4 - Listar Operadores"
               DISPLAY "5 - Alcadas de Aprovacao por Perfil"
               DISPLAY "6 - Voltar"
               ACCEPT MOPER-OPCAO
               EVALUATE MOPER-OPCAO
                   WHEN 1
                   WHEN 4
                       PERFORM LISTAR-OPERADORES
                   WHEN 5
                       PERFORM MANTER-ALCADAS
                   WHEN 6
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida!"
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ OPERADORES
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF OPER-COD = MOPER-COD
                               MOVE 'S' TO MOPER-ACHOU
                               MOVE OPER-NOME TO MOPER-NOME-ANT
                               MOVE 'Y' TO END-OF-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES
           END-IF.

       ATUALIZAR-OPERADOR.
           DISPLAY "Codigo do operador a atualizar:"
           ACCEPT MOPER-COD
           PERFORM LOCALIZAR-OPERADOR
           IF MOPER-ACHOU NOT = 'S'
               DISPLAY "Operador nao encontrado."
           ELSE
               DISPLAY "Novo Nome:"
               ACCEPT MOPER-NOME
               DISPLAY "Nova Senha (max 8 caracteres):"
               ACCEPT MOPER-SENHA
               DISPLAY "Novo Perfil (S-Supervisor / O-Operador):"
               ACCEPT MOPER-PERFIL
               IF MOPER-PERFIL NOT = 'S'
                   AND MOPER-PERFIL NOT = 'O'
                   DISPLAY "Perfil invalido. Use S ou O."
               ELSE
                   PERFORM REGRAVAR-OPERADOR-ALTERADO
                   DISPLAY "Operador atualizado e desbloqueado."
                   MOVE "OPER-ALTERA" TO AUD-OPERACAO
                   MOVE MOPER-COD TO AUD-COD
                   MOVE MOPER-NOME-ANT TO AUD-NOME-ANTIGO
                   MOVE 0 TO AUD-SALDO-ANTIGO
                   MOVE MOPER-NOME TO AUD-NOME-NOVO
                   MOVE 0 TO AUD-SALDO-NOVO
                   PERFORM REGISTRAR-AUDITORIA
               END-IF
           END-IF.

       REGRAVAR-OPERADOR-ALTERADO.
           OPEN INPUT OPERADORES
           OPEN OUTPUT OPERTMP
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ OPERADORES
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF OPER-COD = MOPER-COD
                           MOVE MOPER-NOME TO OPER-NOME
                           MOVE MOPER-SENHA TO OPER-SENHA
                           MOVE MOPER-PERFIL TO OPER-PERFIL
                           MOVE "A" TO OPER-SITUACAO
                           MOVE "0" TO OPER-FALHAS
                       END-IF
                       WRITE OPERTMP-LINHA FROM OPERADOR-REGISTRO
               END-READ
           END-PERFORM
           CLOSE OPERADORES
           CLOSE OPERTMP
           MOVE "mv operadores.tmp operadores.dat" TO ARQ-CMD
           CALL "SYSTEM" USING ARQ-CMD
           IF RETURN-CODE NOT = 0
               DISPLAY "Falha ao regravar operadores.dat."
           END-IF.

       DESATIVAR-OPERADOR.
           DISPLAY "Codigo do operador a desativar:"
           ACCEPT MOPER-COD
           IF MOPER-COD = OPERADOR-ATUAL
               DISPLAY "Nao e possivel desativar o proprio operador."
           ELSE
               PERFORM LOCALIZAR-OPERADOR
               IF MOPER-ACHOU NOT = 'S'
                   DISPLAY "Operador nao encontrado."
               ELSE
                   OPEN INPUT OPERADORES
                   OPEN OUTPUT OPERTMP
                   MOVE 'N' TO END-OF-FILE
                   PERFORM UNTIL END-OF-FILE = 'Y'
                       READ OPERADORES
                           AT END
                               MOVE 'Y' TO END-OF-FILE
                           NOT AT END
                               IF OPER-COD = MOPER-COD
                                   MOVE "I" TO OPER-SITUACAO
                               END-IF
                               WRITE OPERTMP-LINHA
                                   FROM OPERADOR-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE OPERADORES
                   CLOSE OPERTMP
                   MOVE "mv operadores.tmp operadores.dat"
                       TO ARQ-CMD
                   CALL "SYSTEM" USING ARQ-CMD
                   IF RETURN-CODE NOT = 0
                       DISPLAY "Falha ao regravar operadores.dat."
                   ELSE
                       DISPLAY "Operador desativado."
                       MOVE "OPER-DESAT" TO AUD-OPERACAO
                       MOVE MOPER-COD TO AUD-COD
                       MOVE MOPER-NOME-ANT TO AUD-NOME-ANTIGO
                       MOVE 0 TO AUD-SALDO-ANTIGO
                       MOVE SPACES TO AUD-NOME-NOVO
                       MOVE 0 TO AUD-SALDO-NOVO
                       PERFORM REGISTRAR-AUDITORIA
                   END-IF
               END-IF
           END-IF.

       LISTAR-OPERADORES.
           OPEN INPUT OPERADORES
           IF OPERADORES-STATUS = '00'
               DISPLAY "COD NOME                 PERFIL SIT FALHAS"
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ OPERADORES
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           DISPLAY OPER-COD " " OPER-NOME " "
                               OPER-PERFIL "      " OPER-SITUACAO
                               "   " OPER-FALHAS
                   END-READ
               END-PERFORM
               CLOSE OPERADORES
           END-IF.

       CARREGAR-ALCADAS.
           MOVE 0 TO ALC-LIMITE-SUP
           MOVE 0 TO ALC-LIMITE-OPE
           OPEN INPUT ALCADAS
           IF ALCADAS-STATUS NOT = '35'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ ALCADAS
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF ALC-LIMITE NUMERIC
                               IF ALC-PERFIL = 'S'
                                   MOVE ALC-LIMITE TO ALC-LIMITE-SUP
                               END-IF
                               IF ALC-PERFIL = 'O'
                                   MOVE ALC-LIMITE TO ALC-LIMITE-OPE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALCADAS
           END-IF.

       OBTER-ALCADA.
           PERFORM CARREGAR-ALCADAS
           IF OPERADOR-SUPERVISOR
               MOVE ALC-LIMITE-SUP TO ALC-LIMITE-VIG
           ELSE
               MOVE ALC-LIMITE-OPE TO ALC-LIMITE-VIG
           END-IF.

       MANTER-ALCADAS.
           PERFORM CARREGAR-ALCADAS
           MOVE ALC-LIMITE-SUP TO PEND-VALOR-EDT
           DISPLAY "Alcada do perfil S (0 = sem limite): "
               PEND-VALOR-EDT
           MOVE ALC-LIMITE-OPE TO PEND-VALOR-EDT
           DISPLAY "Alcada do perfil O (0 = sem limite): "
               PEND-VALOR-EDT
           DISPLAY "Perfil a alterar (S/O, vazio = nenhum):"
           ACCEPT ALC-PERFIL-DIG
           IF ALC-PERFIL-DIG = 'S' OR ALC-PERFIL-DIG = 'O'
               DISPLAY "Nova alcada (9 digitos, 0 = sem limite):"
               ACCEPT VALOR-DIGITADO
               IF VALOR-DIGITADO NOT NUMERIC
                   DISPLAY "Valor invalido. Use so digitos."
               ELSE
                   IF ALC-PERFIL-DIG = 'S'
                       MOVE ALC-LIMITE-SUP TO ALC-LIMITE-ANT
                       MOVE VALOR-DIGITADO TO ALC-LIMITE-SUP
                   ELSE
                       MOVE ALC-LIMITE-OPE TO ALC-LIMITE-ANT
                       MOVE VALOR-DIGITADO TO ALC-LIMITE-OPE
                   END-IF
                   OPEN OUTPUT ALCADAS
                   MOVE 'S' TO ALC-PERFIL
                   MOVE ALC-LIMITE-SUP TO ALC-LIMITE
                   WRITE ALCADA-REGISTRO
                   MOVE 'O' TO ALC-PERFIL
                   MOVE ALC-LIMITE-OPE TO ALC-LIMITE
                   WRITE ALCADA-REGISTRO
                   CLOSE ALCADAS
                   DISPLAY "Alcada gravada."
                   MOVE "ALCADA" TO AUD-OPERACAO
                   MOVE ALC-PERFIL-DIG TO AUD-COD
                   MOVE SPACES TO AUD-NOME-ANTIGO
                   MOVE ALC-LIMITE-ANT TO AUD-SALDO-ANTIGO
                   MOVE SPACES TO AUD-NOME-NOVO
                   IF ALC-PERFIL-DIG = 'S'
                       MOVE ALC-LIMITE-SUP TO AUD-SALDO-NOVO
                   ELSE
                       MOVE ALC-LIMITE-OPE TO AUD-SALDO-NOVO
                   END-IF
                   PERFORM REGISTRAR-AUDITORIA
               END-IF
           END-IF.

       GRAVAR-PENDENTE.
           OPEN EXTEND PENDENTES
           IF PENDENTES-STATUS = '35'
               OPEN OUTPUT PENDENTES
           END-IF
           MOVE PEND-ULT-ID TO PEND-ID
           PERFORM UNTIL PEND-ID NOT = PEND-ULT-ID
               ACCEPT AUD-DATA FROM DATE YYYYMMDD
               ACCEPT AUD-HORA FROM TIME
               STRING AUD-DATA DELIMITED BY SIZE
                      AUD-HORA DELIMITED BY SIZE
                      INTO PEND-ID
           END-PERFORM
           MOVE PEND-ID TO PEND-ULT-ID
           IF LANC-SOLICITANTE NOT = SPACES
               MOVE LANC-SOLICITANTE TO PEND-SOLICITANTE
           ELSE
               MOVE OPERADOR-ATUAL TO PEND-SOLICITANTE
           END-IF
           MOVE 'P' TO PEND-SITUACAO
           MOVE SPACES TO PEND-APROVADOR
           MOVE SPACES TO PEND-DATA-DECISAO
           MOVE SPACES TO PEND-RESULTADO
           WRITE PENDENTE-REGISTRO
           CLOSE PENDENTES
           DISPLAY "Valor acima da alcada do perfil. "
               "Movimento enviado para aprovacao."
           DISPLAY "Protocolo: " PEND-ID
           MOVE "PENDENTE" TO AUD-OPERACAO
           MOVE PEND-COD TO AUD-COD
           MOVE CLIENTE-NOME TO AUD-NOME-ANTIGO
           MOVE CLIENTE-SALDO TO AUD-SALDO-ANTIGO
           MOVE PEND-ID TO AUD-NOME-NOVO
           MOVE PEND-VALOR TO AUD-SALDO-NOVO
           PERFORM REGISTRAR-AUDITORIA.

       APROVAR-PENDENTES.
           PERFORM VERIFICAR-DIA-FECHADO
           IF DIA-FECHADO = 'S'
               DISPLAY "Dia ja fechado. Operacao nao permitida."
           ELSE
               MOVE 'N' TO PEND-FIM
               PERFORM UNTIL PEND-FIM = 'S'
                   PERFORM LISTAR-PENDENTES
                   IF PEND-CONT = 0
                       DISPLAY "Nenhum movimento pendente."
                       MOVE 'S' TO PEND-FIM
                   ELSE
                       DISPLAY "Numero do item (0 = sair):"
                       ACCEPT PEND-ESCOLHA
                       IF PEND-ESCOLHA = 0 OR PEND-ESCOLHA > PEND-CONT
                           MOVE 'S' TO PEND-FIM
                       ELSE
                           PERFORM DECIDIR-PENDENTE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       LISTAR-PENDENTES.
           MOVE 0 TO PEND-CONT
           MOVE 'N' TO PEND-EXCESSO
           OPEN INPUT PENDENTES
           IF PENDENTES-STATUS NOT = '35'
               DISPLAY "NR PROTOCOLO        M COD     CTP     T MOTV  "
                   "        VALOR SOL"
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ PENDENTES
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF PEND-SITUACAO = 'P'
                               PERFORM MOSTRAR-PENDENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDENTES
               IF PEND-EXCESSO = 'S'
                   DISPLAY "Ha mais itens pendentes. Decida os "
                       "listados para ver os demais."
               END-IF
           END-IF.

       MOSTRAR-PENDENTE.
           IF PEND-CONT < 20
               ADD 1 TO PEND-CONT
               MOVE PEND-ID TO PEND-TAB-ID (PEND-CONT)
               MOVE PEND-SOLICITANTE TO PEND-TAB-SOLICITANTE (PEND-CONT)
               MOVE PEND-CONT TO PEND-NUM-EDT
               MOVE PEND-VALOR TO PEND-VALOR-EDT
               DISPLAY PEND-NUM-EDT " " PEND-ID " " PEND-TIPO-MOV " "
                   PEND-COD " " PEND-CONTRAPARTE " " PEND-TIPO " "
                   PEND-MOTIVO " " PEND-VALOR-EDT " " PEND-SOLICITANTE
           ELSE
               MOVE 'S' TO PEND-EXCESSO
           END-IF.

       DECIDIR-PENDENTE.
           IF PEND-TAB-SOLICITANTE (PEND-ESCOLHA) = OPERADOR-ATUAL
               DISPLAY "O aprovador deve ser diferente do "
                   "solicitante."
           ELSE
               MOVE PEND-TAB-ID (PEND-ESCOLHA) TO PEND-ESCOLHIDO
               DISPLAY "Decisao (A-Aprovar / R-Rejeitar):"
               ACCEPT PEND-DECISAO
               IF PEND-DECISAO NOT = 'A' AND PEND-DECISAO NOT = 'R'
                   DISPLAY "Decisao invalida. Use A ou R."
               ELSE
                   PERFORM REGRAVAR-PENDENTES
               END-IF
           END-IF.

       REGRAVAR-PENDENTES.
           IF PEND-DECISAO = 'A'
               PERFORM BACKUP-CLIENTES
               PERFORM ABRIR-CLIENTES-IO
           ELSE
               MOVE 'S' TO CLIENTES-OK
           END-IF
           IF CLIENTES-OK = 'S'
               OPEN INPUT PENDENTES
               OPEN OUTPUT PENDTMP
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ PENDENTES
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF PEND-ID = PEND-ESCOLHIDO
                               AND PEND-SITUACAO = 'P'
                               PERFORM EXECUTAR-DECISAO-PENDENTE
                           END-IF
                           WRITE PENDTMP-LINHA FROM PENDENTE-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE PENDENTES
               CLOSE PENDTMP
               IF PEND-DECISAO = 'A'
                   PERFORM FECHAR-CLIENTES-IO
               END-IF
               MOVE "mv pendentes.tmp pendentes.dat" TO ARQ-CMD
               CALL "SYSTEM" USING ARQ-CMD
               IF RETURN-CODE NOT = 0
                   DISPLAY "Falha ao regravar pendentes.dat."
               END-IF
           END-IF.

       EXECUTAR-DECISAO-PENDENTE.
           ACCEPT FECH-HOJE FROM DATE YYYYMMDD
           MOVE FECH-HOJE TO PEND-DATA-DECISAO
           MOVE OPERADOR-ATUAL TO PEND-APROVADOR
           IF PEND-DECISAO = 'R'
               MOVE 'R' TO PEND-SITUACAO
               MOVE "REJEITADO" TO PEND-RESULTADO
               DISPLAY "Movimento rejeitado."
               MOVE "REJEICAO" TO AUD-OPERACAO
               MOVE PEND-COD TO AUD-COD
               MOVE SPACES TO AUD-NOME-ANTIGO
               MOVE 0 TO AUD-SALDO-ANTIGO
               MOVE PEND-ID TO AUD-NOME-NOVO
               MOVE PEND-VALOR TO AUD-SALDO-NOVO
               PERFORM REGISTRAR-AUDITORIA
           ELSE
               MOVE PEND-SOLICITANTE TO LANC-SOLICITANTE
               MOVE OPERADOR-ATUAL TO LANC-APROVADOR
               IF PEND-TIPO-MOV = 'T'
                   PERFORM POSTAR-TRANSF-PENDENTE
               ELSE
                   PERFORM POSTAR-LANC-PENDENTE
               END-IF
               MOVE SPACES TO LANC-SOLICITANTE
               MOVE SPACES TO LANC-APROVADOR
               IF PEND-RESULTADO = "POSTADO"
                   MOVE 'A' TO PEND-SITUACAO
                   DISPLAY "Movimento aprovado e postado."
               ELSE
                   MOVE 'F' TO PEND-SITUACAO
                   DISPLAY "Movimento aprovado mas nao postado: "
                       PEND-RESULTADO
               END-IF
           END-IF.

       POSTAR-LANC-PENDENTE.
           MOVE PEND-COD TO CLIENTE-COD
           READ CLIENTES
               INVALID KEY
                   MOVE "SEMCLIENTE" TO PEND-RESULTADO
               NOT INVALID KEY
                   MOVE PEND-TIPO TO LANC-TIPO
                   MOVE PEND-VALOR TO LANC-VALOR
                   MOVE PEND-MOTIVO TO LANC-MOTIVO
                   IF PEND-TIPO-MOV = 'A'
                       MOVE "AGENDA" TO LANC-REFERENCIA
                   END-IF
                   PERFORM APLICAR-LANCAMENTO
                   EVALUATE LANC-RESULTADO
                       WHEN 'O'
                           MOVE "POSTADO" TO PEND-RESULTADO
                       WHEN 'S'
                           MOVE "SALDOINSUF" TO PEND-RESULTADO
                       WHEN 'B'
                           MOVE "SALDOBLOQ" TO PEND-RESULTADO
                       WHEN 'I'
                           MOVE "INATIVO" TO PEND-RESULTADO
                       WHEN 'F'
                           MOVE "FUNDIDO" TO PEND-RESULTADO
                       WHEN OTHER
                           MOVE "ERROGRAV" TO PEND-RESULTADO
                   END-EVALUATE
           END-READ.

       POSTAR-TRANSF-PENDENTE.
           MOVE PEND-COD TO TRANSF-ORIGEM
           MOVE PEND-CONTRAPARTE TO TRANSF-DESTINO
           MOVE PEND-VALOR TO TRANSF-VALOR
           MOVE PEND-MOTIVO TO TRANSF-MOTIVO
           PERFORM VALIDAR-PARTES-TRANSF
           IF TRANSF-PARTES-OK NOT = 'S'
               IF TRANSF-FUNDIDA = 'S'
                   MOVE "FUNDIDO" TO PEND-RESULTADO
               ELSE
                   MOVE "SEMCLIENTE" TO PEND-RESULTADO
               END-IF
           ELSE
               PERFORM EFETIVAR-TRANSFERENCIA
               IF TRANSF-EFETIVADA = 'S'
                   MOVE "POSTADO" TO PEND-RESULTADO
               ELSE
                   EVALUATE LANC-RESULTADO
                       WHEN 'S'
                           MOVE "SALDOINSUF" TO PEND-RESULTADO
                       WHEN 'B'
                           MOVE "SALDOBLOQ" TO PEND-RESULTADO
                       WHEN 'I'
                           MOVE "INATIVO" TO PEND-RESULTADO
                       WHEN OTHER
                           MOVE "ERROGRAV" TO PEND-RESULTADO
                   END-EVALUATE
               END-IF
           END-IF.

       MANTER-BLOQUEIOS.
           MOVE 0 TO BLQ-OPCAO
           PERFORM UNTIL BLQ-OPCAO = 5
               DISPLAY "=== BLOQUEIOS DE SALDO ==="
               DISPLAY "1 - Incluir Bloqueio"
               DISPLAY "2 - Liberar Bloqueio"
               DISPLAY "3 - Listar Bloqueios do Cliente"
               DISPLAY "4 - Relatorio de Bloqueios Ativos"
               DISPLAY "5 - Voltar"
               ACCEPT BLQ-OPCAO
               EVALUATE BLQ-OPCAO
                   WHEN 1
                       PERFORM INCLUIR-BLOQUEIO
                   WHEN 2
                       PERFORM LIBERAR-BLOQUEIO
                   WHEN 3
                       PERFORM LISTAR-BLOQUEIOS-CLIENTE
                   WHEN 4
                       PERFORM RELATORIO-BLOQUEIOS
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida!"
               END-EVALUATE
           END-PERFORM.

       INCLUIR-BLOQUEIO.
           MOVE 'N' TO BLQ-ACHOU
           PERFORM ABRIR-CLIENTES-INPUT
           IF CLIENTES-OK = 'S'
               DISPLAY "Informe o Codigo do cliente:"
               PERFORM PEDIR-COD-CLIENTE
               MOVE CDV-COD TO COD-PROCURA
               MOVE COD-PROCURA TO CLIENTE-COD
               READ CLIENTES
                   INVALID KEY
                       DISPLAY "Cliente nao encontrado."
                   NOT INVALID KEY
                       IF CLIENTE-FUNDIDO
                           DISPLAY "Cliente fundido ao codigo "
                               CLIENTE-COD-DESTINO
                               ". Operacao nao permitida."
                       ELSE
                           MOVE 'S' TO BLQ-ACHOU
                       END-IF
               END-READ
               CLOSE CLIENTES
           END-IF
           IF BLQ-ACHOU = 'S'
               PERFORM PEDIR-DADOS-BLOQUEIO
               IF BLQ-DADOS-OK = 'S'
                   PERFORM GRAVAR-BLOQUEIO
               END-IF
           END-IF.

       PEDIR-DADOS-BLOQUEIO.
           MOVE 'N' TO BLQ-DADOS-OK
           MOVE CLIENTE-COD TO BLQ-COD
           DISPLAY "Natureza (J-Judicial / A-Administrativo):"
           ACCEPT BLQ-NATUREZA
           DISPLAY "Tipo (T-Total / P-Parcial):"
           ACCEPT BLQ-TIPO
           MOVE 0 TO BLQ-VALOR
           IF BLQ-NATUREZA NOT = 'J' AND BLQ-NATUREZA NOT = 'A'
               DISPLAY "Natureza invalida. Use J ou A."
           ELSE
               IF BLQ-TIPO NOT = 'T' AND BLQ-TIPO NOT = 'P'
                   DISPLAY "Tipo invalido. Use T ou P."
               ELSE
                   MOVE 'S' TO BLQ-DADOS-OK
               END-IF
           END-IF
           IF BLQ-DADOS-OK = 'S' AND BLQ-TIPO = 'P'
               DISPLAY "Valor bloqueado (9 digitos):"
               ACCEPT VALOR-DIGITADO
               IF VALOR-DIGITADO NOT NUMERIC
                   DISPLAY "Valor invalido. Use so digitos."
                   MOVE 'N' TO BLQ-DADOS-OK
               ELSE
                   MOVE VALOR-DIGITADO TO BLQ-VALOR
                   IF BLQ-VALOR = 0
                       DISPLAY "Valor deve ser maior que zero."
                       MOVE 'N' TO BLQ-DADOS-OK
                   END-IF
               END-IF
           END-IF
           IF BLQ-DADOS-OK = 'S'
               DISPLAY "Motivo do bloqueio:"
               ACCEPT BLQ-MOTIVO
               DISPLAY "Documento de origem (numero do processo "
                   "ou oficio):"
               ACCEPT BLQ-DOCUMENTO
               IF BLQ-DOCUMENTO = SPACES
                   DISPLAY "Documento de origem obrigatorio."
                   MOVE 'N' TO BLQ-DADOS-OK
               END-IF
           END-IF
           IF BLQ-DADOS-OK = 'S'
               ACCEPT BLQ-HOJE-NUM FROM DATE YYYYMMDD
               MOVE BLQ-HOJE-NUM TO BLQ-HOJE
               DISPLAY "Data de inicio (AAAAMMDD, vazio = hoje):"
               ACCEPT BLQ-INICIO
               IF BLQ-INICIO = SPACES
                   MOVE BLQ-HOJE TO BLQ-INICIO
               END-IF
               DISPLAY "Data de fim (AAAAMMDD, vazio = indeterminado):"
               ACCEPT BLQ-FIM
               IF BLQ-INICIO NOT NUMERIC
                   OR (BLQ-FIM NOT = SPACES AND BLQ-FIM NOT NUMERIC)
                   DISPLAY "Data invalida. Use AAAAMMDD."
                   MOVE 'N' TO BLQ-DADOS-OK
               ELSE
                   IF BLQ-FIM NOT = SPACES AND BLQ-FIM < BLQ-INICIO
                       DISPLAY "Data de fim anterior ao inicio."
                       MOVE 'N' TO BLQ-DADOS-OK
                   END-IF
               END-IF
           END-IF.

       GRAVAR-BLOQUEIO.
           MOVE BLOQUEIO-REGISTRO TO BLQTMP-LINHA
           MOVE 0 TO BLQ-PROX-NUMERO
           OPEN INPUT BLOQUEIOS
           IF BLOQUEIOS-STATUS NOT = '35'
               MOVE 'N' TO BLQ-EOF
               PERFORM UNTIL BLQ-EOF = 'S'
                   READ BLOQUEIOS
                       AT END
                           MOVE 'S' TO BLQ-EOF
                       NOT AT END
                           IF BLQ-NUMERO > BLQ-PROX-NUMERO
                               MOVE BLQ-NUMERO TO BLQ-PROX-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOQUEIOS
           END-IF
           ADD 1 TO BLQ-PROX-NUMERO
           MOVE BLQTMP-LINHA TO BLOQUEIO-REGISTRO
           MOVE BLQ-PROX-NUMERO TO BLQ-NUMERO
           MOVE 'A' TO BLQ-SITUACAO
           MOVE OPERADOR-ATUAL TO BLQ-OPER-INCLUSAO
           MOVE SPACES TO BLQ-OPER-LIBERACAO
           MOVE SPACES TO BLQ-DATA-LIBERACAO
           OPEN EXTEND BLOQUEIOS
           IF BLOQUEIOS-STATUS = '35'
               OPEN OUTPUT BLOQUEIOS
           END-IF
           WRITE BLOQUEIO-REGISTRO
           CLOSE BLOQUEIOS
           DISPLAY "Bloqueio registrado. Numero: " BLQ-NUMERO
           MOVE "BLOQUEIO" TO AUD-OPERACAO
           MOVE BLQ-COD TO AUD-COD
           MOVE BLQ-MOTIVO TO AUD-NOME-ANTIGO
           MOVE 0 TO AUD-SALDO-ANTIGO
           MOVE BLQ-DOCUMENTO TO AUD-NOME-NOVO
           MOVE BLQ-VALOR TO AUD-SALDO-NOVO
           PERFORM REGISTRAR-AUDITORIA.

       LIBERAR-BLOQUEIO.
           DISPLAY "Numero do bloqueio a liberar:"
           ACCEPT BLQ-NUM-DIG
           IF BLQ-NUM-DIG NOT NUMERIC
               DISPLAY "Numero invalido. Use 6 digitos."
           ELSE
               MOVE BLQ-NUM-DIG TO BLQ-NUM-PROCURA
               MOVE 'N' TO BLQ-ACHOU
               ACCEPT BLQ-HOJE-NUM FROM DATE YYYYMMDD
               MOVE BLQ-HOJE-NUM TO BLQ-HOJE
               OPEN INPUT BLOQUEIOS
               IF BLOQUEIOS-STATUS = '35'
                   DISPLAY "Nenhum bloqueio cadastrado."
               ELSE
                   OPEN OUTPUT BLQTMP
                   MOVE 'N' TO BLQ-EOF
                   PERFORM UNTIL BLQ-EOF = 'S'
                       READ BLOQUEIOS
                           AT END
                               MOVE 'S' TO BLQ-EOF
                           NOT AT END
                               IF BLQ-NUMERO = BLQ-NUM-PROCURA
                                   AND BLQ-SITUACAO = 'A'
                                   MOVE 'S' TO BLQ-ACHOU
                                   MOVE 'L' TO BLQ-SITUACAO
                                   MOVE OPERADOR-ATUAL
                                       TO BLQ-OPER-LIBERACAO
                                   MOVE BLQ-HOJE TO BLQ-DATA-LIBERACAO
                                   PERFORM AUDITAR-LIBERACAO-BLOQUEIO
                               END-IF
                               WRITE BLQTMP-LINHA
                                   FROM BLOQUEIO-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE BLOQUEIOS
                   CLOSE BLQTMP
                   IF BLQ-ACHOU NOT = 'S'
                       MOVE "rm -f bloqueios.tmp" TO ARQ-CMD
                       CALL "SYSTEM" USING ARQ-CMD
                       DISPLAY "Bloqueio ativo nao encontrado."
                   ELSE
                       MOVE "mv bloqueios.tmp bloqueios.dat" TO ARQ-CMD
                       CALL "SYSTEM" USING ARQ-CMD
                       IF RETURN-CODE NOT = 0
                           DISPLAY "Falha ao regravar bloqueios.dat."
                       ELSE
                           DISPLAY "Bloqueio liberado."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       AUDITAR-LIBERACAO-BLOQUEIO.
           MOVE "DESBLOQUEIO" TO AUD-OPERACAO
           MOVE BLQ-COD TO AUD-COD
           MOVE BLQ-MOTIVO TO AUD-NOME-ANTIGO
           MOVE BLQ-VALOR TO AUD-SALDO-ANTIGO
           MOVE BLQ-DOCUMENTO TO AUD-NOME-NOVO
           MOVE 0 TO AUD-SALDO-NOVO
           PERFORM REGISTRAR-AUDITORIA.

       LISTAR-BLOQUEIOS-CLIENTE.
           DISPLAY "Informe o Codigo do cliente:"
           PERFORM PEDIR-COD-CLIENTE
           MOVE CDV-COD TO COD-PROCURA
           MOVE 0 TO BLQ-REL-CONT
           ACCEPT BLQ-HOJE-NUM FROM DATE YYYYMMDD
           MOVE BLQ-HOJE-NUM TO BLQ-HOJE
           OPEN INPUT BLOQUEIOS
           IF BLOQUEIOS-STATUS NOT = '35'
               DISPLAY "NUMERO N T          VALOR INICIO   FIM      "
                   "SITUACAO  DOCUMENTO"
               MOVE 'N' TO BLQ-EOF
               PERFORM UNTIL BLQ-EOF = 'S'
                   READ BLOQUEIOS
                       AT END
                           MOVE 'S' TO BLQ-EOF
                       NOT AT END
                           IF BLQ-COD = COD-PROCURA
                               PERFORM MOSTRAR-BLOQUEIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOQUEIOS
           END-IF
           IF BLQ-REL-CONT = 0
               DISPLAY "Nenhum bloqueio para o cliente."
           END-IF.

       MOSTRAR-BLOQUEIO.
           ADD 1 TO BLQ-REL-CONT
           PERFORM VERIFICAR-BLOQUEIO-ATIVO
           EVALUATE TRUE
               WHEN BLQ-SITUACAO = 'L'
                   MOVE "LIBERADO" TO BLQ-SIT-DESC
               WHEN BLQ-ATIVO = 'S'
                   MOVE "ATIVO" TO BLQ-SIT-DESC
               WHEN BLQ-INICIO > BLQ-HOJE
                   MOVE "FUTURO" TO BLQ-SIT-DESC
               WHEN OTHER
                   MOVE "VENCIDO" TO BLQ-SIT-DESC
           END-EVALUATE
           MOVE BLQ-VALOR TO BLQ-VALOR-EDT
           DISPLAY BLQ-NUMERO " " BLQ-NATUREZA " " BLQ-TIPO " "
               BLQ-VALOR-EDT " " BLQ-INICIO " " BLQ-FIM " "
               BLQ-SIT-DESC " " BLQ-DOCUMENTO
           DISPLAY "       Motivo: " BLQ-MOTIVO.

       RELATORIO-BLOQUEIOS.
           MOVE 0 TO BLQ-REL-CONT
           MOVE 0 TO BLQ-REL-TOTAIS
           MOVE 0 TO BLQ-REL-SOMA
           MOVE 0 TO BLQ-REL-PAGINA
           ACCEPT BLQ-HOJE-NUM FROM DATE YYYYMMDD
           MOVE BLQ-HOJE-NUM TO BLQ-HOJE
           OPEN OUTPUT BLQREL
           PERFORM IMPRIMIR-CABECALHO-BLQREL
           OPEN INPUT BLOQUEIOS
           IF BLOQUEIOS-STATUS NOT = '35'
               MOVE 'N' TO BLQ-EOF
               PERFORM UNTIL BLQ-EOF = 'S'
                   READ BLOQUEIOS
                       AT END
                           MOVE 'S' TO BLQ-EOF
                       NOT AT END
                           PERFORM VERIFICAR-BLOQUEIO-ATIVO
                           IF BLQ-ATIVO = 'S'
                               PERFORM IMPRIMIR-LINHA-BLQREL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOQUEIOS
           END-IF
           MOVE SPACES TO BLQREL-LINHA
           WRITE BLQREL-LINHA
           MOVE BLQ-REL-CONT TO BLQ-CONT-EDT
           MOVE SPACES TO BLQREL-LINHA
           STRING "BLOQUEIOS ATIVOS:           " DELIMITED BY SIZE
                  BLQ-CONT-EDT DELIMITED BY SIZE
                  INTO BLQREL-LINHA
           WRITE BLQREL-LINHA
           MOVE BLQ-REL-TOTAIS TO BLQ-CONT-EDT
           MOVE SPACES TO BLQREL-LINHA
           STRING "BLOQUEIOS TOTAIS:           " DELIMITED BY SIZE
                  BLQ-CONT-EDT DELIMITED BY SIZE
                  INTO BLQREL-LINHA
           WRITE BLQREL-LINHA
           MOVE BLQ-REL-SOMA TO CONT-EDT
           MOVE SPACES TO BLQREL-LINHA
           STRING "VALOR DOS BLOQUEIOS PARCIAIS:" DELIMITED BY SIZE
                  CONT-EDT DELIMITED BY SIZE
                  INTO BLQREL-LINHA
           WRITE BLQREL-LINHA
           CLOSE BLQREL
           DISPLAY "Bloqueios ativos: " BLQ-REL-CONT
           DISPLAY "Relatorio gravado em bloqrel.dat.".

       IMPRIMIR-LINHA-BLQREL.
           ADD 1 TO BLQ-REL-CONT
           IF BLQ-TIPO = 'T'
               ADD 1 TO BLQ-REL-TOTAIS
           ELSE
               ADD BLQ-VALOR TO BLQ-REL-SOMA
           END-IF
           IF BLQ-REL-LINHAS >= REL-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO-BLQREL
           END-IF
           MOVE BLQ-VALOR TO BLQ-VALOR-EDT
           MOVE SPACES TO BLQREL-LINHA
           STRING BLQ-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BLQ-COD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BLQ-NATUREZA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BLQ-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BLQ-VALOR-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BLQ-INICIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BLQ-FIM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BLQ-DOCUMENTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BLQ-MOTIVO DELIMITED BY SIZE
                  INTO BLQREL-LINHA
           WRITE BLQREL-LINHA
           ADD 1 TO BLQ-REL-LINHAS.

       IMPRIMIR-CABECALHO-BLQREL.
           ADD 1 TO BLQ-REL-PAGINA
           MOVE 0 TO BLQ-REL-LINHAS
           MOVE BLQ-REL-PAGINA TO REL-PAGINA-EDT
           MOVE SPACES TO BLQREL-LINHA
           STRING "BLOQUEIOS ATIVOS EM " DELIMITED BY SIZE
                  BLQ-HOJE DELIMITED BY SIZE
                  " - PAGINA " DELIMITED BY SIZE
                  REL-PAGINA-EDT DELIMITED BY SIZE
                  INTO BLQREL-LINHA
           WRITE BLQREL-LINHA
           MOVE SPACES TO BLQREL-LINHA
           STRING "NUMERO COD     N T          VALOR INICIO   FIM      "
                      DELIMITED BY SIZE
                  "DOCUMENTO            MOTIVO" DELIMITED BY SIZE
                  INTO BLQREL-LINHA
           WRITE BLQREL-LINHA
           MOVE SPACES TO BLQREL-LINHA
           WRITE BLQREL-LINHA.

       MANTER-DORMENTES.
           MOVE 0 TO DORM-OPCAO
           PERFORM UNTIL DORM-OPCAO = 3
               DISPLAY "=== CONTAS DORMENTES E REATIVACAO ==="
               DISPLAY "1 - Processar Contas Dormentes"
               DISPLAY "2 - Revisar Pedidos de Reativacao"
               DISPLAY "3 - Voltar"
               ACCEPT DORM-OPCAO
               EVALUATE DORM-OPCAO
                   WHEN 1
                       PERFORM EXECUTAR-DORMENTES
                   WHEN 2
                       PERFORM REVISAR-REATIVACOES
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida!"
               END-EVALUATE
           END-PERFORM.

       EXECUTAR-DORMENTES.
           ACCEPT MENSAL-DATA FROM DATE YYYYMMDD
           PERFORM OBTER-PARAMETROS-VIGENTES
           MOVE MENSAL-DATA TO DORM-HOJE
           MOVE MENSAL-MESES-DORM TO DORM-CALC-MESES
           PERFORM SUBTRAIR-MESES-DORM
           MOVE DORM-CALC-DATA TO DORM-CORTE
           MOVE DORM-MESES-AVISO TO DORM-CALC-MESES
           PERFORM SUBTRAIR-MESES-DORM
           MOVE DORM-CALC-DATA TO DORM-LIMITE-AVISO
           MOVE 0 TO DORM-AVISOS
           MOVE 0 TO DORM-AGUARDANDO
           MOVE 0 TO DORM-INATIVADAS
           MOVE 0 TO DORM-CANCELADOS
           MOVE 0 TO DORM-ANALISADOS
           PERFORM LIMPAR-TABELA-CODIGOS
           MOVE 1 TO DORM-IDX
           PERFORM UNTIL DORM-IDX > 20012
               MOVE SPACES TO DORM-T-ULT-MOVTO (DORM-IDX)
               MOVE SPACES TO DORM-T-AVISO (DORM-IDX)
               ADD 1 TO DORM-IDX
           END-PERFORM
           PERFORM CARREGAR-ATIVIDADE-RAZAO
           PERFORM CARREGAR-ATIVIDADE-AUD
           PERFORM CARREGAR-AVISOS-DORM
           IF TCOD-CHEIA = 'S'
               DISPLAY "Tabela de codigos esgotada. Nenhuma conta "
                   "foi avaliada."
               MOVE 'N' TO CLIENTES-OK
           ELSE
               PERFORM BACKUP-CLIENTES
               PERFORM ABRIR-CLIENTES-IO
           END-IF
           IF CLIENTES-OK = 'S'
               MOVE 0 TO DORM-REL-PAGINA
               OPEN OUTPUT DORMREL
               PERFORM IMPRIMIR-CABECALHO-DORMREL
               OPEN EXTEND DORMENTES
               IF DORMENTES-STATUS = '35'
                   OPEN OUTPUT DORMENTES
               END-IF
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ CLIENTES NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF CLIENTE-ATIVO AND CLIENTE-COD NUMERIC
                               PERFORM AVALIAR-CLIENTE-DORMENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DORMENTES
               PERFORM FECHAR-CLIENTES-IO
               PERFORM IMPRIMIR-TOTAIS-DORMREL
               CLOSE DORMREL
               DISPLAY "=== Contas Dormentes ==="
               DISPLAY "Meses sem movimento: " MENSAL-MESES-DORM
               DISPLAY "Sem movimento desde antes de: " DORM-CORTE
               DISPLAY "Contas ativas analisadas: " DORM-ANALISADOS
               DISPLAY "Avisos de pre-inativacao: " DORM-AVISOS
               DISPLAY "Aguardando prazo do aviso: " DORM-AGUARDANDO
               DISPLAY "Contas inativadas: " DORM-INATIVADAS
               DISPLAY "Avisos cancelados por movimento: "
                   DORM-CANCELADOS
               DISPLAY "Relatorio gravado em dormrel.dat."
           END-IF.

       SUBTRAIR-MESES-DORM.
           COMPUTE DORM-TOT-MESES =
               (DORM-HOJE-ANO * 12) + DORM-HOJE-MES - 1
               - DORM-CALC-MESES
           DIVIDE DORM-TOT-MESES BY 12 GIVING DORM-CALC-ANO
               REMAINDER DORM-CALC-MES
           ADD 1 TO DORM-CALC-MES
           MOVE DORM-HOJE-DIA TO DORM-CALC-DIA.

       CARREGAR-ATIVIDADE-RAZAO.
           PERFORM CARREGAR-GERACOES-RAZAO
           MOVE 1 TO ARQL-IDX
           PERFORM UNTIL ARQL-IDX > ARQL-CONT
               PERFORM ABRIR-GERACAO-ARQLEIT
               IF ARQLEIT-STATUS = '00'
                   MOVE 'N' TO DORM-EOF
                   PERFORM UNTIL DORM-EOF = 'S'
                       READ ARQLEIT
                           AT END
                               MOVE 'S' TO DORM-EOF
                           NOT AT END
                               MOVE ARQLEIT-LINHA TO RAZAO-REGISTRO
                               PERFORM ANOTAR-ATIVIDADE-RAZAO
                       END-READ
                   END-PERFORM
                   PERFORM FECHAR-GERACAO-ARQLEIT
               END-IF
               ADD 1 TO ARQL-IDX
           END-PERFORM
           OPEN INPUT RAZAO
           IF RAZAO-STATUS NOT = '35'
               MOVE 'N' TO DORM-EOF
               PERFORM UNTIL DORM-EOF = 'S'
                   READ RAZAO
                       AT END
                           MOVE 'S' TO DORM-EOF
                       NOT AT END
                           PERFORM ANOTAR-ATIVIDADE-RAZAO
                   END-READ
               END-PERFORM
               CLOSE RAZAO
           END-IF.

       ANOTAR-ATIVIDADE-RAZAO.
           MOVE RAZAO-MOTIVO TO LANC-MOTIVO
           PERFORM CLASSIFICAR-MOTIVO
           IF RAZAO-COD NUMERIC AND LANC-SISTEMA NOT = 'S'
               MOVE RAZAO-COD TO TCOD-COD
               MOVE RAZAO-DATA-MOVTO TO DORM-DATA-W
               PERFORM ANOTAR-ATIVIDADE
           END-IF.

       CARREGAR-ATIVIDADE-AUD.
           PERFORM CARREGAR-GERACOES-AUD
           MOVE 1 TO ARQL-IDX
           PERFORM UNTIL ARQL-IDX > ARQL-CONT
               PERFORM ABRIR-GERACAO-ARQLEIT
               IF ARQLEIT-STATUS = '00'
                   MOVE 'N' TO DORM-EOF
                   PERFORM UNTIL DORM-EOF = 'S'
                       READ ARQLEIT
                           AT END
                               MOVE 'S' TO DORM-EOF
                           NOT AT END
                               MOVE ARQLEIT-LINHA
                                   TO AUDITORIA-REGISTRO
                               PERFORM ANOTAR-ATIVIDADE-AUD
                       END-READ
                   END-PERFORM
                   PERFORM FECHAR-GERACAO-ARQLEIT
               END-IF
               ADD 1 TO ARQL-IDX
           END-PERFORM
           OPEN INPUT AUDITORIA
           IF AUDITORIA-STATUS NOT = '35'
               MOVE 'N' TO DORM-EOF
               PERFORM UNTIL DORM-EOF = 'S'
                   READ AUDITORIA
                       AT END
                           MOVE 'S' TO DORM-EOF
                       NOT AT END
                           PERFORM ANOTAR-ATIVIDADE-AUD
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA
           END-IF.

       ANOTAR-ATIVIDADE-AUD.
           IF (AUD-OPERACAO = "CRIACAO" OR AUD-OPERACAO = "REATIVACAO")
               AND AUD-COD NUMERIC
               MOVE AUD-COD TO TCOD-COD
               MOVE AUD-DATA-EVENTO TO DORM-DATA-W
               PERFORM ANOTAR-ATIVIDADE
           END-IF.

       ANOTAR-ATIVIDADE.
           PERFORM LOCALIZAR-COD-TABELA
           MOVE TCOD-POS TO DORM-IDX
           IF DORM-T-ULT-MOVTO (DORM-IDX) = SPACES
               OR DORM-DATA-W > DORM-T-ULT-MOVTO (DORM-IDX)
               MOVE DORM-DATA-W TO DORM-T-ULT-MOVTO (DORM-IDX)
           END-IF.

       CARREGAR-AVISOS-DORM.
           OPEN INPUT DORMENTES
           IF DORMENTES-STATUS NOT = '35'
               MOVE 'N' TO DORM-EOF
               PERFORM UNTIL DORM-EOF = 'S'
                   READ DORMENTES
                       AT END
                           MOVE 'S' TO DORM-EOF
                       NOT AT END
                           IF DORM-COD NUMERIC
                               MOVE DORM-COD TO TCOD-COD
                               PERFORM LOCALIZAR-COD-TABELA
                               MOVE TCOD-POS TO DORM-IDX
                               IF DORM-SITUACAO = 'A'
                                   MOVE DORM-DATA-AVISO
                                       TO DORM-T-AVISO (DORM-IDX)
                               ELSE
                                   MOVE SPACES
                                       TO DORM-T-AVISO (DORM-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DORMENTES
           END-IF.

       AVALIAR-CLIENTE-DORMENTE.
           ADD 1 TO DORM-ANALISADOS
           MOVE CLIENTE-COD TO TCOD-COD
           PERFORM LOCALIZAR-COD-TABELA
           MOVE TCOD-POS TO DORM-IDX
           MOVE SPACES TO DORM-ACAO
           IF DORM-T-ULT-MOVTO (DORM-IDX) NOT < DORM-CORTE
               IF DORM-T-AVISO (DORM-IDX) NOT = SPACES
                   MOVE 'C' TO DORM-SITUACAO
                   PERFORM GRAVAR-SITUACAO-DORM
                   ADD 1 TO DORM-CANCELADOS
                   MOVE "CANCELADO" TO DORM-ACAO
               END-IF
           ELSE
               IF DORM-T-AVISO (DORM-IDX) = SPACES
                   MOVE 'A' TO DORM-SITUACAO
                   PERFORM GRAVAR-SITUACAO-DORM
                   ADD 1 TO DORM-AVISOS
                   MOVE "AVISO" TO DORM-ACAO
               ELSE
                   IF DORM-T-AVISO (DORM-IDX) NOT > DORM-LIMITE-AVISO
                       PERFORM INATIVAR-CLIENTE-DORMENTE
                   ELSE
                       ADD 1 TO DORM-AGUARDANDO
                       MOVE "AGUARDANDO" TO DORM-ACAO
                   END-IF
               END-IF
           END-IF
           IF DORM-ACAO NOT = SPACES
               PERFORM IMPRIMIR-LINHA-DORMREL
           END-IF.

       INATIVAR-CLIENTE-DORMENTE.
           MOVE 'I' TO CLIENTE-STATUS
           REWRITE CLIENTE-REGISTRO
               INVALID KEY
                   MOVE "ERROGRAV" TO DORM-ACAO
               NOT INVALID KEY
                   MOVE 'I' TO DORM-SITUACAO
                   PERFORM GRAVAR-SITUACAO-DORM
                   ADD 1 TO DORM-INATIVADAS
                   MOVE "INATIVADO" TO DORM-ACAO
                   MOVE "INATIVACAO" TO AUD-OPERACAO
                   MOVE CLIENTE-COD TO AUD-COD
                   MOVE CLIENTE-NOME TO AUD-NOME-ANTIGO
                   MOVE CLIENTE-SALDO TO AUD-SALDO-ANTIGO
                   MOVE CLIENTE-NOME TO AUD-NOME-NOVO
                   MOVE CLIENTE-SALDO TO AUD-SALDO-NOVO
                   PERFORM REGISTRAR-AUDITORIA
           END-REWRITE.

       GRAVAR-SITUACAO-DORM.
           MOVE CLIENTE-COD TO DORM-COD
           IF DORM-SITUACAO = 'A'
               MOVE DORM-HOJE TO DORM-DATA-AVISO
           ELSE
               MOVE DORM-T-AVISO (DORM-IDX) TO DORM-DATA-AVISO
           END-IF
           MOVE DORM-T-ULT-MOVTO (DORM-IDX) TO DORM-ULT-MOVTO
           MOVE DORM-HOJE TO DORM-DATA-SITUACAO
           MOVE OPERADOR-ATUAL TO DORM-OPERADOR
           WRITE DORMENTE-REGISTRO.

       IMPRIMIR-LINHA-DORMREL.
           IF DORM-REL-LINHAS >= REL-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO-DORMREL
           END-IF
           MOVE CLIENTE-SALDO TO REL-SALDO-EDT
           MOVE SPACES TO DORMREL-LINHA
           STRING CLIENTE-COD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLIENTE-NOME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REL-SALDO-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DORM-T-ULT-MOVTO (DORM-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DORM-T-AVISO (DORM-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DORM-ACAO DELIMITED BY SIZE
                  INTO DORMREL-LINHA
           WRITE DORMREL-LINHA
           ADD 1 TO DORM-REL-LINHAS.

       IMPRIMIR-CABECALHO-DORMREL.
           ADD 1 TO DORM-REL-PAGINA
           MOVE 0 TO DORM-REL-LINHAS
           MOVE DORM-REL-PAGINA TO REL-PAGINA-EDT
           MOVE SPACES TO DORMREL-LINHA
           STRING "CONTAS DORMENTES EM " DELIMITED BY SIZE
                  DORM-HOJE DELIMITED BY SIZE
                  " - SEM MOVIMENTO DESDE " DELIMITED BY SIZE
                  DORM-CORTE DELIMITED BY SIZE
                  " - PAGINA " DELIMITED BY SIZE
                  REL-PAGINA-EDT DELIMITED BY SIZE
                  INTO DORMREL-LINHA
           WRITE DORMREL-LINHA
           MOVE SPACES TO DORMREL-LINHA
           STRING "COD     NOME                         "
                      DELIMITED BY SIZE
                  " SALDO  ULT-MOVT AVISO    SITUACAO" DELIMITED BY SIZE
                  INTO DORMREL-LINHA
           WRITE DORMREL-LINHA
           MOVE SPACES TO DORMREL-LINHA
           WRITE DORMREL-LINHA.

       IMPRIMIR-TOTAIS-DORMREL.
           MOVE SPACES TO DORMREL-LINHA
           WRITE DORMREL-LINHA
           MOVE DORM-AVISOS TO DORM-CONT-EDT
           MOVE SPACES TO DORMREL-LINHA
           STRING "AVISOS DE PRE-INATIVACAO:   " DELIMITED BY SIZE
                  DORM-CONT-EDT DELIMITED BY SIZE
                  INTO DORMREL-LINHA
           WRITE DORMREL-LINHA
           MOVE DORM-AGUARDANDO TO DORM-CONT-EDT
           MOVE SPACES TO DORMREL-LINHA
           STRING "AGUARDANDO PRAZO DO AVISO:  " DELIMITED BY SIZE
                  DORM-CONT-EDT DELIMITED BY SIZE
                  INTO DORMREL-LINHA
           WRITE DORMREL-LINHA
           MOVE DORM-INATIVADAS TO DORM-CONT-EDT
           MOVE SPACES TO DORMREL-LINHA
           STRING "CONTAS INATIVADAS:          " DELIMITED BY SIZE
                  DORM-CONT-EDT DELIMITED BY SIZE
                  INTO DORMREL-LINHA
           WRITE DORMREL-LINHA
           MOVE DORM-CANCELADOS TO DORM-CONT-EDT
           MOVE SPACES TO DORMREL-LINHA
           STRING "AVISOS CANCELADOS:          " DELIMITED BY SIZE
                  DORM-CONT-EDT DELIMITED BY SIZE
                  INTO DORMREL-LINHA
           WRITE DORMREL-LINHA.

       REVISAR-REATIVACOES.
           MOVE 0 TO REAT-PENDENTES
           MOVE 0 TO REAT-ALTERADOS
           ACCEPT REAT-HOJE FROM DATE YYYYMMDD
           OPEN INPUT REATIVACAO
           IF REATIVACAO-STATUS = '35'
               DISPLAY "Nenhum pedido de reativacao."
           ELSE
               PERFORM ABRIR-CLIENTES-IO
               IF CLIENTES-OK NOT = 'S'
                   CLOSE REATIVACAO
               ELSE
                   OPEN OUTPUT REATTMP
                   MOVE 'N' TO REAT-EOF
                   PERFORM UNTIL REAT-EOF = 'S'
                       READ REATIVACAO
                           AT END
                               MOVE 'S' TO REAT-EOF
                           NOT AT END
                               IF REAT-SITUACAO = 'P'
                                   PERFORM DECIDIR-REATIVACAO
                               END-IF
                               WRITE REATTMP-LINHA
                                   FROM REATIVACAO-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE REATIVACAO
                   CLOSE REATTMP
                   PERFORM FECHAR-CLIENTES-IO
                   IF REAT-ALTERADOS = 0
                       MOVE "rm -f reativacao.tmp" TO ARQ-CMD
                       CALL "SYSTEM" USING ARQ-CMD
                   ELSE
                       MOVE "mv reativacao.tmp reativacao.dat"
                           TO ARQ-CMD
                       CALL "SYSTEM" USING ARQ-CMD
                       IF RETURN-CODE NOT = 0
                           DISPLAY "Falha ao regravar reativacao.dat."
                       END-IF
                   END-IF
                   IF REAT-PENDENTES = 0
                       DISPLAY "Nenhum pedido de reativacao pendente."
                   ELSE
                       DISPLAY "Pedidos pendentes: " REAT-PENDENTES
                       DISPLAY "Pedidos decididos: " REAT-ALTERADOS
                   END-IF
               END-IF
           END-IF.

       DECIDIR-REATIVACAO.
           ADD 1 TO REAT-PENDENTES
           MOVE REAT-VALOR TO REAT-VALOR-EDT
           DISPLAY "----------------------------------------"
           DISPLAY "Cliente: " REAT-COD "  Em: " REAT-DATA-HORA
               "  Operador: " REAT-OPERADOR
           DISPLAY "Movimento: " REAT-TIPO " " REAT-VALOR-EDT " "
               REAT-MOTIVO "  Contrapartida: " REAT-CONTRAPARTE
           MOVE REAT-COD TO CLIENTE-COD
           READ CLIENTES
               INVALID KEY
                   DISPLAY "Cliente nao encontrado."
               NOT INVALID KEY
                   DISPLAY "Nome: " CLIENTE-NOME
                       "  Status atual: " CLIENTE-STATUS
           END-READ
           IF CLIENTES-STATUS = '00'
               DISPLAY "R-Reativar conta / M-Manter inativa / "
                   "outro-Deixar pendente:"
               ACCEPT REAT-DECISAO
               IF REAT-DECISAO = 'R'
                   PERFORM REATIVAR-CLIENTE
               END-IF
               IF REAT-DECISAO = 'M'
                   MOVE 'M' TO REAT-SITUACAO
                   MOVE OPERADOR-ATUAL TO REAT-REVISOR
                   MOVE REAT-HOJE TO REAT-DATA-DECISAO
                   ADD 1 TO REAT-ALTERADOS
                   DISPLAY "Conta mantida inativa."
               END-IF
           END-IF.

       REATIVAR-CLIENTE.
           IF CLIENTE-INATIVO
               MOVE 'A' TO CLIENTE-STATUS
               REWRITE CLIENTE-REGISTRO
                   INVALID KEY
                       DISPLAY "Falha ao reativar a conta."
                   NOT INVALID KEY
                       MOVE "REATIVACAO" TO AUD-OPERACAO
                       MOVE CLIENTE-COD TO AUD-COD
                       MOVE CLIENTE-NOME TO AUD-NOME-ANTIGO
                       MOVE CLIENTE-SALDO TO AUD-SALDO-ANTIGO
                       MOVE CLIENTE-NOME TO AUD-NOME-NOVO
                       MOVE CLIENTE-SALDO TO AUD-SALDO-NOVO
                       PERFORM REGISTRAR-AUDITORIA
               END-REWRITE
           END-IF
           IF CLIENTE-ATIVO
               MOVE 'R' TO REAT-SITUACAO
               MOVE OPERADOR-ATUAL TO REAT-REVISOR
               MOVE REAT-HOJE TO REAT-DATA-DECISAO
               ADD 1 TO REAT-ALTERADOS
               DISPLAY "Conta reativada. O movimento deve ser "
                   "reapresentado."
           END-IF
           IF CLIENTE-FUNDIDO
               DISPLAY "Conta fundida ao codigo " CLIENTE-COD-DESTINO
                   ". Reativacao nao permitida; use M."
           END-IF.

       INFORME-RENDIMENTOS.
           MOVE 0 TO INF-OPCAO
           PERFORM UNTIL INF-OPCAO = 3
               DISPLAY "=== INFORME DE RENDIMENTOS ==="
               DISPLAY "1 - Gerar Informes do Ano"
               DISPLAY "2 - Reimprimir Informe de um Cliente"
               DISPLAY "3 - Voltar"
               ACCEPT INF-OPCAO
               EVALUATE INF-OPCAO
                   WHEN 1
                       DISPLAY "Ano-calendario (AAAA):"
                       ACCEPT INF-ANO-DIG
                       MOVE SPACES TO INF-COD-FILTRO
                       PERFORM GERAR-INFORMES
                   WHEN 2
                       DISPLAY "Ano-calendario (AAAA):"
                       ACCEPT INF-ANO-DIG
                       DISPLAY "Informe o Codigo do cliente:"
                       PERFORM PEDIR-COD-CLIENTE
                       MOVE CDV-COD TO INF-COD-FILTRO
                       IF INF-COD-FILTRO = SPACES
                           DISPLAY "Codigo obrigatorio."
                       ELSE
                           PERFORM GERAR-INFORMES
                       END-IF
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida!"
               END-EVALUATE
           END-PERFORM.

       GERAR-INFORMES.
           PERFORM VALIDAR-ANO-INFORME
           IF INF-ANO-OK = 'S'
               PERFORM CARREGAR-GERACOES-RAZAO
               IF ARQL-EXCESSO = 'S'
                   DISPLAY "Informe nao gerado."
               ELSE
                   PERFORM ACUMULAR-RAZAO-INFORME
                   PERFORM CARREGAR-CRIACAO-INFORME
                   EVALUATE TRUE
                       WHEN ARQL-EXCESSO = 'S'
                           DISPLAY "Informe nao gerado."
                       WHEN TCOD-CHEIA = 'S'
                           DISPLAY "Tabela de codigos esgotada. "
                               "Informe nao gerado."
                           MOVE 'N' TO CLIENTES-OK
                       WHEN OTHER
                           PERFORM EMITIR-INFORMES
                   END-EVALUATE
               END-IF
           END-IF.

       VALIDAR-ANO-INFORME.
           MOVE 'N' TO INF-ANO-OK
           ACCEPT INF-HOJE FROM DATE YYYYMMDD
           IF INF-ANO-DIG NOT NUMERIC
               DISPLAY "Ano invalido. Use AAAA."
           ELSE
               MOVE INF-ANO-DIG TO INF-ANO
               IF INF-ANO NOT < INF-HOJE-ANO
                   DISPLAY "Ano ainda nao encerrado: " INF-ANO
               ELSE
                   MOVE 'S' TO INF-ANO-OK
                   COMPUTE INF-ANO-ANT = INF-ANO - 1
                   MOVE SPACES TO INF-CORTE-ANT
                   STRING INF-ANO-ANT DELIMITED BY SIZE
                          "1231" DELIMITED BY SIZE
                          INTO INF-CORTE-ANT
                   MOVE SPACES TO INF-CORTE-FIM
                   STRING INF-ANO DELIMITED BY SIZE
                          "1231" DELIMITED BY SIZE
                          INTO INF-CORTE-FIM
               END-IF
           END-IF.

       ACUMULAR-RAZAO-INFORME.
           PERFORM LIMPAR-TABELA-CODIGOS
           MOVE 1 TO INF-IDX
           PERFORM UNTIL INF-IDX > 20012
               MOVE 'N' TO INF-T-TEM-ANT (INF-IDX)
               MOVE 'N' TO INF-T-TEM-PRIM (INF-IDX)
               MOVE 'N' TO INF-T-TEM-FIM (INF-IDX)
               MOVE SPACES TO INF-T-CRIACAO (INF-IDX)
               MOVE 0 TO INF-T-SALDO-ANT (INF-IDX)
               MOVE 0 TO INF-T-PRIM-ANT (INF-IDX)
               MOVE 0 TO INF-T-SALDO-FIM (INF-IDX)
               MOVE 0 TO INF-T-JUROS (INF-IDX)
               MOVE 0 TO INF-T-TARIFAS (INF-IDX)
               MOVE 0 TO INF-T-OUT-CRED (INF-IDX)
               MOVE 0 TO INF-T-OUT-DEB (INF-IDX)
               ADD 1 TO INF-IDX
           END-PERFORM
           MOVE 1 TO ARQL-IDX
           PERFORM UNTIL ARQL-IDX > ARQL-CONT
               PERFORM ABRIR-GERACAO-ARQLEIT
               IF ARQLEIT-STATUS = '00'
                   MOVE 'N' TO INF-EOF
                   PERFORM UNTIL INF-EOF = 'S'
                       READ ARQLEIT
                           AT END
                               MOVE 'S' TO INF-EOF
                           NOT AT END
                               MOVE ARQLEIT-LINHA TO RAZAO-REGISTRO
                               PERFORM ACUMULAR-MOVTO-INFORME
                       END-READ
                   END-PERFORM
                   PERFORM FECHAR-GERACAO-ARQLEIT
               END-IF
               ADD 1 TO ARQL-IDX
           END-PERFORM
           OPEN INPUT RAZAO
           IF RAZAO-STATUS NOT = '35'
               MOVE 'N' TO INF-EOF
               PERFORM UNTIL INF-EOF = 'S'
                   READ RAZAO
                       AT END
                           MOVE 'S' TO INF-EOF
                       NOT AT END
                           PERFORM ACUMULAR-MOVTO-INFORME
                   END-READ
               END-PERFORM
               CLOSE RAZAO
           END-IF.

       ACUMULAR-MOVTO-INFORME.
           IF RAZAO-COD NUMERIC
               AND (INF-COD-FILTRO = SPACES
                   OR RAZAO-COD = INF-COD-FILTRO)
               MOVE RAZAO-COD TO TCOD-COD
               PERFORM LOCALIZAR-COD-TABELA
               MOVE TCOD-POS TO INF-IDX
               IF RAZAO-DATA-MOVTO NOT > INF-CORTE-ANT
                   MOVE RAZAO-SALDO-NOVO TO INF-T-SALDO-ANT (INF-IDX)
                   MOVE 'S' TO INF-T-TEM-ANT (INF-IDX)
               ELSE
                   IF INF-T-TEM-PRIM (INF-IDX) = 'N'
                       MOVE RAZAO-SALDO-ANTERIOR
                           TO INF-T-PRIM-ANT (INF-IDX)
                       MOVE 'S' TO INF-T-TEM-PRIM (INF-IDX)
                   END-IF
                   IF RAZAO-DATA-MOVTO NOT > INF-CORTE-FIM
                       MOVE RAZAO-SALDO-NOVO
                           TO INF-T-SALDO-FIM (INF-IDX)
                       MOVE 'S' TO INF-T-TEM-FIM (INF-IDX)
                       PERFORM CLASSIFICAR-MOVTO-INFORME
                   END-IF
               END-IF
           END-IF.

       CARREGAR-CRIACAO-INFORME.
           PERFORM CARREGAR-GERACOES-AUD
           MOVE 1 TO ARQL-IDX
           PERFORM UNTIL ARQL-IDX > ARQL-CONT
               PERFORM ABRIR-GERACAO-ARQLEIT
               IF ARQLEIT-STATUS = '00'
                   MOVE 'N' TO INF-EOF
                   PERFORM UNTIL INF-EOF = 'S'
                       READ ARQLEIT
                           AT END
                               MOVE 'S' TO INF-EOF
                           NOT AT END
                               MOVE ARQLEIT-LINHA
                                   TO AUDITORIA-REGISTRO
                               PERFORM ANOTAR-CRIACAO-INFORME
                       END-READ
                   END-PERFORM
                   PERFORM FECHAR-GERACAO-ARQLEIT
               END-IF
               ADD 1 TO ARQL-IDX
           END-PERFORM
           OPEN INPUT AUDITORIA
           IF AUDITORIA-STATUS NOT = '35'
               MOVE 'N' TO INF-EOF
               PERFORM UNTIL INF-EOF = 'S'
                   READ AUDITORIA
                       AT END
                           MOVE 'S' TO INF-EOF
                       NOT AT END
                           PERFORM ANOTAR-CRIACAO-INFORME
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA
           END-IF.

      * 'A' = criado ate o fim do ano-calendario, 'D' = criado depois.
      * Cliente sem registro de criacao na auditoria e anterior a ela.
       ANOTAR-CRIACAO-INFORME.
           IF AUD-OPERACAO = "CRIACAO"
               AND AUD-COD NUMERIC
               AND (INF-COD-FILTRO = SPACES
                   OR AUD-COD = INF-COD-FILTRO)
               MOVE AUD-COD TO TCOD-COD
               PERFORM LOCALIZAR-COD-TABELA
               MOVE TCOD-POS TO INF-IDX
               IF AUD-DATA-EVENTO NOT > INF-CORTE-FIM
                   MOVE 'A' TO INF-T-CRIACAO (INF-IDX)
               ELSE
                   IF INF-T-CRIACAO (INF-IDX) = SPACES
                       MOVE 'D' TO INF-T-CRIACAO (INF-IDX)
                   END-IF
               END-IF
           END-IF.

       CLASSIFICAR-MOVTO-INFORME.
           EVALUATE TRUE
               WHEN RAZAO-TIPO = 'C' AND RAZAO-MOTIVO = "JURO"
                   ADD RAZAO-VALOR TO INF-T-JUROS (INF-IDX)
               WHEN RAZAO-TIPO = 'D'
                   AND (RAZAO-MOTIVO = "TARM" OR RAZAO-MOTIVO = "TARI")
                   ADD RAZAO-VALOR TO INF-T-TARIFAS (INF-IDX)
               WHEN RAZAO-TIPO = 'C'
                   ADD RAZAO-VALOR TO INF-T-OUT-CRED (INF-IDX)
               WHEN OTHER
                   ADD RAZAO-VALOR TO INF-T-OUT-DEB (INF-IDX)
           END-EVALUATE.

       EMITIR-INFORMES.
           MOVE 0 TO INF-QTD
           MOVE 0 TO INF-TOT-SALDO-FIM
           MOVE 0 TO INF-TOT-JUROS
           MOVE 0 TO INF-TOT-TARIFAS
           MOVE 0 TO INF-TOT-OUT-CRED
           MOVE 0 TO INF-TOT-OUT-DEB
           PERFORM ABRIR-CLIENTES-INPUT
           IF CLIENTES-OK = 'S'
               OPEN OUTPUT INFORME
               IF INF-COD-FILTRO = SPACES
                   OPEN OUTPUT INFRES
                   MOVE INF-ANO TO INFRES-C-ANO
                   WRITE INFRES-LINHA FROM INFRES-CABEC
               END-IF
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ CLIENTES NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF CLIENTE-COD NUMERIC
                               AND (INF-COD-FILTRO = SPACES
                                   OR CLIENTE-COD = INF-COD-FILTRO)
                               PERFORM VERIFICAR-EXISTENCIA-INF
                               IF INF-EXISTIA = 'S'
                                   PERFORM EMITIR-INFORME-CLIENTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
               CLOSE INFORME
               IF INF-COD-FILTRO = SPACES
                   MOVE INF-ANO TO INFRES-T-ANO
                   MOVE INF-QTD TO INFRES-T-QTD
                   MOVE INF-TOT-SALDO-FIM TO INFRES-T-SALDO-FIM
                   MOVE INF-TOT-JUROS TO INFRES-T-JUROS
                   MOVE INF-TOT-TARIFAS TO INFRES-T-TARIFAS
                   MOVE INF-TOT-OUT-CRED TO INFRES-T-OUT-CRED
                   MOVE INF-TOT-OUT-DEB TO INFRES-T-OUT-DEB
                   WRITE INFRES-LINHA FROM INFRES-TRAILER
                   CLOSE INFRES
               END-IF
               PERFORM RENOMEAR-INFORMES
           END-IF.

      * Cliente so entra no informe se ja existia no fim do ano:
      * movimento no razao ate a data de corte ou criacao registrada
      * na auditoria ate essa data.
       VERIFICAR-EXISTENCIA-INF.
           MOVE CLIENTE-COD TO TCOD-COD
           PERFORM LOCALIZAR-COD-TABELA
           MOVE TCOD-POS TO INF-IDX
           IF INF-T-TEM-ANT (INF-IDX) = 'S'
               OR INF-T-TEM-FIM (INF-IDX) = 'S'
               OR INF-T-CRIACAO (INF-IDX) NOT = 'D'
               MOVE 'S' TO INF-EXISTIA
           ELSE
               MOVE 'N' TO INF-EXISTIA
           END-IF.

       EMITIR-INFORME-CLIENTE.
           MOVE CLIENTE-COD TO TCOD-COD
           PERFORM LOCALIZAR-COD-TABELA
           MOVE TCOD-POS TO INF-IDX
           EVALUATE TRUE
               WHEN INF-T-TEM-ANT (INF-IDX) = 'S'
                   MOVE INF-T-SALDO-ANT (INF-IDX) TO INF-SALDO-ANT
               WHEN INF-T-TEM-PRIM (INF-IDX) = 'S'
                   MOVE INF-T-PRIM-ANT (INF-IDX) TO INF-SALDO-ANT
               WHEN OTHER
                   MOVE CLIENTE-SALDO TO INF-SALDO-ANT
           END-EVALUATE
           IF INF-T-TEM-FIM (INF-IDX) = 'S'
               MOVE INF-T-SALDO-FIM (INF-IDX) TO INF-SALDO-FIM
           ELSE
               MOVE INF-SALDO-ANT TO INF-SALDO-FIM
           END-IF
           ADD 1 TO INF-QTD
           ADD INF-SALDO-FIM TO INF-TOT-SALDO-FIM
           ADD INF-T-JUROS (INF-IDX) TO INF-TOT-JUROS
           ADD INF-T-TARIFAS (INF-IDX) TO INF-TOT-TARIFAS
           ADD INF-T-OUT-CRED (INF-IDX) TO INF-TOT-OUT-CRED
           ADD INF-T-OUT-DEB (INF-IDX) TO INF-TOT-OUT-DEB
           PERFORM IMPRIMIR-INFORME-CLIENTE
           IF INF-COD-FILTRO = SPACES
               MOVE INF-ANO TO INFRES-D-ANO
               MOVE CLIENTE-COD TO INFRES-D-COD
               MOVE CLIENTE-NOME TO INFRES-D-NOME
               MOVE INF-SALDO-ANT TO INFRES-D-SALDO-ANT
               MOVE INF-SALDO-FIM TO INFRES-D-SALDO-FIM
               MOVE INF-T-JUROS (INF-IDX) TO INFRES-D-JUROS
               MOVE INF-T-TARIFAS (INF-IDX) TO INFRES-D-TARIFAS
               MOVE INF-T-OUT-CRED (INF-IDX) TO INFRES-D-OUT-CRED
               MOVE INF-T-OUT-DEB (INF-IDX) TO INFRES-D-OUT-DEB
               WRITE INFRES-LINHA FROM INFRES-DETALHE
           END-IF.

       IMPRIMIR-INFORME-CLIENTE.
           MOVE SPACES TO INFORME-LINHA
           STRING "INFORME DE RENDIMENTOS - ANO-CALENDARIO "
                      DELIMITED BY SIZE
                  INF-ANO DELIMITED BY SIZE
                  INTO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE SPACES TO INFORME-LINHA
           STRING "CLIENTE:  " DELIMITED BY SIZE
                  CLIENTE-COD DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  CLIENTE-NOME DELIMITED BY SIZE
                  INTO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE SPACES TO INFORME-LINHA
           STRING "ENDERECO: " DELIMITED BY SIZE
                  CLIENTE-ENDERECO DELIMITED BY SIZE
                  INTO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE SPACES TO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE INF-SALDO-ANT TO INF-VALOR-EDT
           MOVE SPACES TO INFORME-LINHA
           STRING "SALDO EM 31/12/" DELIMITED BY SIZE
                  INF-ANO-ANT DELIMITED BY SIZE
                  ":              " DELIMITED BY SIZE
                  INF-VALOR-EDT DELIMITED BY SIZE
                  INTO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE INF-SALDO-FIM TO INF-VALOR-EDT
           MOVE SPACES TO INFORME-LINHA
           STRING "SALDO EM 31/12/" DELIMITED BY SIZE
                  INF-ANO DELIMITED BY SIZE
                  ":              " DELIMITED BY SIZE
                  INF-VALOR-EDT DELIMITED BY SIZE
                  INTO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE INF-T-JUROS (INF-IDX) TO INF-VALOR-EDT
           MOVE SPACES TO INFORME-LINHA
           STRING "JUROS CREDITADOS (JURO):       " DELIMITED BY SIZE
                  INF-VALOR-EDT DELIMITED BY SIZE
                  INTO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE INF-T-TARIFAS (INF-IDX) TO INF-VALOR-EDT
           MOVE SPACES TO INFORME-LINHA
           STRING "TARIFAS COBRADAS (TARM/TARI):  " DELIMITED BY SIZE
                  INF-VALOR-EDT DELIMITED BY SIZE
                  INTO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE INF-T-OUT-CRED (INF-IDX) TO INF-VALOR-EDT
           MOVE SPACES TO INFORME-LINHA
           STRING "OUTROS CREDITOS:               " DELIMITED BY SIZE
                  INF-VALOR-EDT DELIMITED BY SIZE
                  INTO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE INF-T-OUT-DEB (INF-IDX) TO INF-VALOR-EDT
           MOVE SPACES TO INFORME-LINHA
           STRING "OUTROS DEBITOS:                " DELIMITED BY SIZE
                  INF-VALOR-EDT DELIMITED BY SIZE
                  INTO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE ALL "-" TO INFORME-LINHA
           WRITE INFORME-LINHA.

       RENOMEAR-INFORMES.
           MOVE SPACES TO INF-ARQUIVO
           IF INF-COD-FILTRO = SPACES
               STRING "informe." DELIMITED BY SIZE
                      INF-ANO DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO INF-ARQUIVO
           ELSE
               STRING "informe." DELIMITED BY SIZE
                      INF-ANO DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INF-COD-FILTRO DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO INF-ARQUIVO
           END-IF
           MOVE SPACES TO EXT-CMD
           STRING "mv informe.dat " DELIMITED BY SIZE
                  INF-ARQUIVO DELIMITED BY SIZE
                  INTO EXT-CMD
           CALL "SYSTEM" USING EXT-CMD
           IF RETURN-CODE NOT = 0
               MOVE "informe.dat" TO INF-ARQUIVO
           END-IF
           IF INF-QTD = 0
               DISPLAY "Nenhum cliente encontrado para o informe."
           ELSE
               DISPLAY "Informes gerados: " INF-QTD
               DISPLAY "Informe gravado em " INF-ARQUIVO
           END-IF
           IF INF-COD-FILTRO = SPACES
               MOVE SPACES TO INF-RESUMO-ARQ
               STRING "infresumo." DELIMITED BY SIZE
                      INF-ANO DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO INF-RESUMO-ARQ
               MOVE SPACES TO EXT-CMD
               STRING "mv infresumo.dat " DELIMITED BY SIZE
                      INF-RESUMO-ARQ DELIMITED BY SIZE
                      INTO EXT-CMD
               CALL "SYSTEM" USING EXT-CMD
               IF RETURN-CODE NOT = 0
                   MOVE "infresumo.dat" TO INF-RESUMO-ARQ
               END-IF
               DISPLAY "Resumo para a declaracao em " INF-RESUMO-ARQ
           END-IF.

       VERIFICAR-INTEGRIDADE.
           MOVE 0 TO INT-ERROS-TOTAL
           MOVE 'N' TO INT-TEM-CTL
           OPEN INPUT CADEIA
           IF CADEIA-STATUS NOT = '35'
               READ CADEIA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO INT-TEM-CTL
               END-READ
               CLOSE CADEIA
           END-IF
           OPEN OUTPUT INTREL
           MOVE "VERIFICACAO DE INTEGRIDADE DO RAZAO E DA AUDITORIA"
               TO INTREL-LINHA
           WRITE INTREL-LINHA
           MOVE SPACES TO INTREL-LINHA
           WRITE INTREL-LINHA
           PERFORM VERIFICAR-CADEIA-RAZAO
           PERFORM VERIFICAR-CADEIA-AUD
           MOVE SPACES TO INTREL-LINHA
           WRITE INTREL-LINHA
           MOVE INT-ERROS-TOTAL TO INT-CONT-EDT
           MOVE SPACES TO INTREL-LINHA
           STRING "TOTAL DE FALHAS:         " DELIMITED BY SIZE
                  INT-CONT-EDT DELIMITED BY SIZE
                  INTO INTREL-LINHA
           WRITE INTREL-LINHA
           CLOSE INTREL
           IF INT-ERROS-TOTAL = 0
               DISPLAY "Integridade verificada: nenhuma falha."
           ELSE
               DISPLAY "Falhas de integridade: " INT-ERROS-TOTAL
           END-IF
           DISPLAY "Relatorio gravado em integrid.dat.".

       VERIFICAR-CADEIA-RAZAO.
           MOVE 0 TO INT-LIDOS
           MOVE 0 TO INT-LEGADOS
           MOVE 0 TO INT-ERROS
           MOVE 'N' TO INT-INICIADA
           MOVE 0 TO INT-SEQ-ANT
           MOVE 0 TO INT-CHECK-ANT
           PERFORM LIMPAR-TABELA-CODIGOS
           MOVE 1 TO INT-IDX
           PERFORM UNTIL INT-IDX > 20012
               MOVE 'N' TO INT-T-TEM (INT-IDX)
               MOVE 0 TO INT-T-SALDO (INT-IDX)
               ADD 1 TO INT-IDX
           END-PERFORM
           MOVE "RAZAO" TO INTREL-LINHA
           WRITE INTREL-LINHA
           PERFORM CARREGAR-GERACOES-RAZAO
           IF ARQL-EXCESSO = 'S'
               MOVE "geracoes do razao" TO INT-ARQUIVO
               MOVE 0 TO INT-REG-ARQ
               MOVE "GERACOES EXCEDEM O LIMITE DE 60" TO INT-MSG
               PERFORM IMPRIMIR-FALHA-INTEGRIDADE
           END-IF
           MOVE 1 TO ARQL-IDX
           PERFORM UNTIL ARQL-IDX > ARQL-CONT
               MOVE ARQL-NOME (ARQL-IDX) TO INT-ARQUIVO
               MOVE 0 TO INT-REG-ARQ
               PERFORM ABRIR-GERACAO-ARQLEIT
               IF ARQLEIT-STATUS = '00'
                   MOVE 'N' TO INT-EOF
                   PERFORM UNTIL INT-EOF = 'S'
                       READ ARQLEIT
                           AT END
                               MOVE 'S' TO INT-EOF
                           NOT AT END
                               MOVE ARQLEIT-LINHA TO RAZAO-REGISTRO
                               PERFORM VERIFICAR-REG-RAZAO
                       END-READ
                   END-PERFORM
                   PERFORM FECHAR-GERACAO-ARQLEIT
               END-IF
               ADD 1 TO ARQL-IDX
           END-PERFORM
           MOVE "razao.dat" TO INT-ARQUIVO
           MOVE 0 TO INT-REG-ARQ
           OPEN INPUT RAZAO
           IF RAZAO-STATUS NOT = '35'
               MOVE 'N' TO INT-EOF
               PERFORM UNTIL INT-EOF = 'S'
                   READ RAZAO
                       AT END
                           MOVE 'S' TO INT-EOF
                       NOT AT END
                           PERFORM VERIFICAR-REG-RAZAO
                   END-READ
               END-PERFORM
               CLOSE RAZAO
           END-IF
           IF INT-TEM-CTL = 'S'
               AND (INT-SEQ-ANT NOT = CAD-RAZ-SEQ
                   OR INT-CHECK-ANT NOT = CAD-RAZ-CHECK)
               MOVE 0 TO INT-REG-ARQ
               MOVE CAD-RAZ-SEQ TO INT-SEQ-LIDO
               MOVE "FIM DO RAZAO DIFERE DO CONTROLE" TO INT-MSG
               PERFORM IMPRIMIR-FALHA-INTEGRIDADE
           END-IF
           IF TCOD-CHEIA = 'S'
               MOVE 0 TO INT-REG-ARQ
               MOVE 0 TO INT-SEQ-LIDO
               MOVE "TABELA DE CODIGOS ESGOTADA" TO INT-MSG
               PERFORM IMPRIMIR-FALHA-INTEGRIDADE
           END-IF
           PERFORM IMPRIMIR-TOTAIS-INTEGRIDADE.

       VERIFICAR-REG-RAZAO.
           ADD 1 TO INT-LIDOS
           ADD 1 TO INT-REG-ARQ
           IF RAZAO-SEQ NUMERIC
               MOVE RAZAO-SEQ TO INT-SEQ-LIDO
               IF RAZAO-CHECK NUMERIC
                   MOVE RAZAO-CHECK TO INT-CHECK-LIDO
               ELSE
                   MOVE 0 TO INT-CHECK-LIDO
               END-IF
               MOVE 0 TO RAZAO-CHECK
               MOVE RAZAO-REGISTRO TO CHK-AREA
               MOVE 111 TO CHK-TAM
               PERFORM VERIFICAR-ENCADEAMENTO
           ELSE
               MOVE 0 TO INT-SEQ-LIDO
               PERFORM VERIFICAR-REG-LEGADO
           END-IF
           IF RAZAO-COD NUMERIC
               MOVE RAZAO-COD TO TCOD-COD
               PERFORM LOCALIZAR-COD-TABELA
               MOVE TCOD-POS TO INT-IDX
               IF INT-T-TEM (INT-IDX) = 'S'
                   AND RAZAO-SALDO-ANTERIOR NOT = INT-T-SALDO (INT-IDX)
                   MOVE INT-T-SALDO (INT-IDX) TO INT-VALOR-EDT
                   MOVE SPACES TO INT-MSG
                   STRING "SALDO ANTERIOR DE " DELIMITED BY SIZE
                          RAZAO-COD DELIMITED BY SIZE
                          " DIFERE DE " DELIMITED BY SIZE
                          INT-VALOR-EDT DELIMITED BY SIZE
                          INTO INT-MSG
                   PERFORM IMPRIMIR-FALHA-INTEGRIDADE
               END-IF
               MOVE 'S' TO INT-T-TEM (INT-IDX)
               MOVE RAZAO-SALDO-NOVO TO INT-T-SALDO (INT-IDX)
           END-IF.

       VERIFICAR-CADEIA-AUD.
           MOVE 0 TO INT-LIDOS
           MOVE 0 TO INT-LEGADOS
           MOVE 0 TO INT-ERROS
           MOVE 'N' TO INT-INICIADA
           MOVE 0 TO INT-SEQ-ANT
           MOVE 0 TO INT-CHECK-ANT
           MOVE SPACES TO INTREL-LINHA
           WRITE INTREL-LINHA
           MOVE "AUDITORIA" TO INTREL-LINHA
           WRITE INTREL-LINHA
           PERFORM CARREGAR-GERACOES-AUD
           IF ARQL-EXCESSO = 'S'
               MOVE "geracoes da auditoria" TO INT-ARQUIVO
               MOVE 0 TO INT-REG-ARQ
               MOVE "GERACOES EXCEDEM O LIMITE DE 60" TO INT-MSG
               PERFORM IMPRIMIR-FALHA-INTEGRIDADE
           END-IF
           MOVE 1 TO ARQL-IDX
           PERFORM UNTIL ARQL-IDX > ARQL-CONT
               MOVE ARQL-NOME (ARQL-IDX) TO INT-ARQUIVO
               MOVE 0 TO INT-REG-ARQ
               PERFORM ABRIR-GERACAO-ARQLEIT
               IF ARQLEIT-STATUS = '00'
                   MOVE 'N' TO INT-EOF
                   PERFORM UNTIL INT-EOF = 'S'
                       READ ARQLEIT
                           AT END
                               MOVE 'S' TO INT-EOF
                           NOT AT END
                               MOVE ARQLEIT-LINHA
                                   TO AUDITORIA-REGISTRO
                               PERFORM VERIFICAR-REG-AUD
                       END-READ
                   END-PERFORM
                   PERFORM FECHAR-GERACAO-ARQLEIT
               END-IF
               ADD 1 TO ARQL-IDX
           END-PERFORM
           MOVE "auditoria.dat" TO INT-ARQUIVO
           MOVE 0 TO INT-REG-ARQ
           OPEN INPUT AUDITORIA
           IF AUDITORIA-STATUS NOT = '35'
               MOVE 'N' TO INT-EOF
               PERFORM UNTIL INT-EOF = 'S'
                   READ AUDITORIA
                       AT END
                           MOVE 'S' TO INT-EOF
                       NOT AT END
                           PERFORM VERIFICAR-REG-AUD
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA
           END-IF
           IF INT-TEM-CTL = 'S'
               AND (INT-SEQ-ANT NOT = CAD-AUD-SEQ
                   OR INT-CHECK-ANT NOT = CAD-AUD-CHECK)
               MOVE 0 TO INT-REG-ARQ
               MOVE CAD-AUD-SEQ TO INT-SEQ-LIDO
               MOVE "FIM DA AUDITORIA DIFERE DO CONTROLE" TO INT-MSG
               PERFORM IMPRIMIR-FALHA-INTEGRIDADE
           END-IF
           PERFORM IMPRIMIR-TOTAIS-INTEGRIDADE.

       VERIFICAR-REG-AUD.
           ADD 1 TO INT-LIDOS
           ADD 1 TO INT-REG-ARQ
           IF AUD-SEQ NUMERIC
               MOVE AUD-SEQ TO INT-SEQ-LIDO
               IF AUD-CHECK NUMERIC
                   MOVE AUD-CHECK TO INT-CHECK-LIDO
               ELSE
                   MOVE 0 TO INT-CHECK-LIDO
               END-IF
               MOVE 0 TO AUD-CHECK
               MOVE AUDITORIA-REGISTRO TO CHK-AREA
               MOVE 116 TO CHK-TAM
               PERFORM VERIFICAR-ENCADEAMENTO
           ELSE
               MOVE 0 TO INT-SEQ-LIDO
               PERFORM VERIFICAR-REG-LEGADO
           END-IF.

       VERIFICAR-REG-LEGADO.
           IF INT-INICIADA = 'S'
               MOVE "REGISTRO SEM ENCADEAMENTO" TO INT-MSG
               PERFORM IMPRIMIR-FALHA-INTEGRIDADE
           ELSE
               ADD 1 TO INT-LEGADOS
           END-IF.

       VERIFICAR-ENCADEAMENTO.
           COMPUTE INT-SEQ-ESPERADO = INT-SEQ-ANT + 1
           IF INT-SEQ-LIDO NOT = INT-SEQ-ESPERADO
               MOVE SPACES TO INT-MSG
               MOVE INT-SEQ-ESPERADO TO INT-SEQ-EDT
               STRING "QUEBRA DE SEQUENCIA, ESPERADO "
                          DELIMITED BY SIZE
                      INT-SEQ-EDT DELIMITED BY SIZE
                      INTO INT-MSG
               PERFORM IMPRIMIR-FALHA-INTEGRIDADE
           END-IF
           IF INT-INICIADA = 'S' OR INT-SEQ-LIDO = 1
               MOVE INT-CHECK-ANT TO CHK-BASE
               PERFORM CALCULAR-CHECK
               IF CHK-H NOT = INT-CHECK-LIDO
                   MOVE "VALOR DE CONTROLE NAO CONFERE" TO INT-MSG
                   PERFORM IMPRIMIR-FALHA-INTEGRIDADE
               END-IF
           END-IF
           MOVE 'S' TO INT-INICIADA
           MOVE INT-SEQ-LIDO TO INT-SEQ-ANT
           MOVE INT-CHECK-LIDO TO INT-CHECK-ANT.

       IMPRIMIR-FALHA-INTEGRIDADE.
           ADD 1 TO INT-ERROS
           ADD 1 TO INT-ERROS-TOTAL
           MOVE INT-REG-ARQ TO INT-CONT-EDT
           MOVE INT-SEQ-LIDO TO INT-SEQ-EDT
           MOVE SPACES TO INTREL-LINHA
           STRING INT-ARQUIVO DELIMITED BY SPACE
                  " REG " DELIMITED BY SIZE
                  INT-CONT-EDT DELIMITED BY SIZE
                  " SEQ " DELIMITED BY SIZE
                  INT-SEQ-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INT-MSG DELIMITED BY SIZE
                  INTO INTREL-LINHA
           WRITE INTREL-LINHA.

       IMPRIMIR-TOTAIS-INTEGRIDADE.
           MOVE INT-LIDOS TO INT-CONT-EDT
           MOVE SPACES TO INTREL-LINHA
           STRING "REGISTROS LIDOS:         " DELIMITED BY SIZE
                  INT-CONT-EDT DELIMITED BY SIZE
                  INTO INTREL-LINHA
           WRITE INTREL-LINHA
           MOVE INT-LEGADOS TO INT-CONT-EDT
           MOVE SPACES TO INTREL-LINHA
           STRING "ANTERIORES AO ENCADEAMENTO:" DELIMITED BY SIZE
                  INT-CONT-EDT DELIMITED BY SIZE
                  INTO INTREL-LINHA
           WRITE INTREL-LINHA
           MOVE INT-SEQ-ANT TO INT-SEQ-EDT
           MOVE SPACES TO INTREL-LINHA
           STRING "ULTIMA SEQUENCIA:        " DELIMITED BY SIZE
                  INT-SEQ-EDT DELIMITED BY SIZE
                  INTO INTREL-LINHA
           WRITE INTREL-LINHA
           MOVE INT-ERROS TO INT-CONT-EDT
           MOVE SPACES TO INTREL-LINHA
           STRING "FALHAS:                  " DELIMITED BY SIZE
                  INT-CONT-EDT DELIMITED BY SIZE
                  INTO INTREL-LINHA
           WRITE INTREL-LINHA.

       FUNDIR-CLIENTES.
           PERFORM VERIFICAR-DIA-FECHADO
           IF DIA-FECHADO = 'S'
               DISPLAY "Dia ja fechado. Operacao nao permitida."
           ELSE
               PERFORM EXECUTAR-FUSAO
           END-IF.

       EXECUTAR-FUSAO.
           MOVE 'N' TO FUS-EFETIVADA
           DISPLAY "Codigo a ser absorvido (sera encerrado):"
           PERFORM PEDIR-COD-CLIENTE
           MOVE CDV-COD TO FUS-ORIGEM
           DISPLAY "Codigo sobrevivente:"
           PERFORM PEDIR-COD-CLIENTE
           MOVE CDV-COD TO FUS-DESTINO
           IF FUS-ORIGEM = FUS-DESTINO
               DISPLAY "Os codigos devem ser diferentes."
           ELSE
               PERFORM VERIFICAR-IMPEDIMENTO-FUSAO
               IF FUS-IMPEDIDO NOT = 'S'
                   PERFORM BACKUP-CLIENTES
                   PERFORM ABRIR-CLIENTES-IO
                   IF CLIENTES-OK = 'S'
                       PERFORM CARREGAR-PARTES-FUSAO
                       IF FUS-OK = 'S'
                           PERFORM MOSTRAR-PARTES-FUSAO
                           PERFORM ESCOLHER-DADOS-FUSAO
                           DISPLAY "Confirma a fusao de " FUS-ORIGEM
                               " em " FUS-DESTINO "? (S/N):"
                           ACCEPT CONTINUA-CRIACAO
                           IF CONTINUA-CRIACAO = 'S'
                               PERFORM EFETIVAR-FUSAO
                           ELSE
                               DISPLAY "Fusao cancelada."
                           END-IF
                       END-IF
                       PERFORM FECHAR-CLIENTES-IO
                   END-IF
               END-IF
           END-IF
           IF FUS-EFETIVADA = 'S'
               PERFORM REDIRECIONAR-AGENDA-FUSAO
               PERFORM REDIRECIONAR-REJEITOS-FUSAO
               DISPLAY "=== Fusao de Cadastros ==="
               DISPLAY "Codigo " FUS-ORIGEM " encerrado e fundido ao "
                   "codigo " FUS-DESTINO "."
               DISPLAY "Referencia: " FUS-REF
               DISPLAY "Agendamentos redirecionados: " FUS-AGE-CONT
               DISPLAY "Rejeitados redirecionados: " FUS-REJ-CONT
           END-IF.

       VERIFICAR-IMPEDIMENTO-FUSAO.
           MOVE 'N' TO FUS-IMPEDIDO
           MOVE 'N' TO FUS-TEM-PEND
           MOVE FUS-ORIGEM TO CLIENTE-COD
           PERFORM CALCULAR-BLOQUEIO
           IF BLQ-TEM-TOTAL = 'S' OR BLQ-BLOQUEADO > 0
               MOVE 'S' TO FUS-IMPEDIDO
               DISPLAY "Codigo " FUS-ORIGEM " tem bloqueio de saldo "
                   "ativo. Libere o bloqueio antes da fusao."
           END-IF
           OPEN INPUT PENDENTES
           IF PENDENTES-STATUS NOT = '35'
               MOVE 'N' TO FUS-EOF
               PERFORM UNTIL FUS-EOF = 'S'
                   READ PENDENTES
                       AT END
                           MOVE 'S' TO FUS-EOF
                       NOT AT END
                           IF PEND-SITUACAO = 'P'
                               AND (PEND-COD = FUS-ORIGEM
                                   OR PEND-CONTRAPARTE = FUS-ORIGEM)
                               MOVE 'S' TO FUS-TEM-PEND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDENTES
           END-IF
           IF FUS-TEM-PEND = 'S'
               MOVE 'S' TO FUS-IMPEDIDO
               DISPLAY "Codigo " FUS-ORIGEM " tem movimentos "
                   "aguardando aprovacao. Decida-os antes da fusao."
           END-IF.

       CARREGAR-PARTES-FUSAO.
           MOVE 'N' TO FUS-OK
           MOVE FUS-ORIGEM TO CLIENTE-COD
           READ CLIENTES
               INVALID KEY
                   DISPLAY "Codigo a absorver nao encontrado."
               NOT INVALID KEY
                   IF CLIENTE-FUNDIDO
                       DISPLAY "Codigo " FUS-ORIGEM
                           " ja fundido ao codigo "
                           CLIENTE-COD-DESTINO "."
                   ELSE
                       MOVE CLIENTE-NOME TO FUS-ORIG-NOME
                       MOVE CLIENTE-SALDO TO FUS-ORIG-SALDO
                       MOVE CLIENTE-ENDERECO TO FUS-ORIG-ENDERECO
                       MOVE CLIENTE-TELEFONE TO FUS-ORIG-TELEFONE
                       MOVE CLIENTE-STATUS TO FUS-ORIG-STATUS
                       MOVE CLIENTE-LIMITE TO FUS-ORIG-LIMITE
                       PERFORM CARREGAR-DESTINO-FUSAO
                   END-IF
           END-READ.

       CARREGAR-DESTINO-FUSAO.
           MOVE FUS-DESTINO TO CLIENTE-COD
           READ CLIENTES
               INVALID KEY
                   DISPLAY "Codigo sobrevivente nao encontrado."
               NOT INVALID KEY
                   IF CLIENTE-FUNDIDO
                       DISPLAY "Codigo " FUS-DESTINO
                           " ja fundido ao codigo "
                           CLIENTE-COD-DESTINO "."
                   ELSE
                       MOVE CLIENTE-NOME TO FUS-DEST-NOME
                       MOVE CLIENTE-SALDO TO FUS-DEST-SALDO
                       MOVE CLIENTE-ENDERECO TO FUS-DEST-ENDERECO
                       MOVE CLIENTE-TELEFONE TO FUS-DEST-TELEFONE
                       MOVE CLIENTE-STATUS TO FUS-DEST-STATUS
                       MOVE CLIENTE-LIMITE TO FUS-DEST-LIMITE
                       MOVE 'S' TO FUS-OK
                   END-IF
           END-READ.

       MOSTRAR-PARTES-FUSAO.
           DISPLAY "=== Cadastros a Fundir ==="
           DISPLAY "          (1) ABSORVIDO              "
               "(2) SOBREVIVENTE"
           DISPLAY "Codigo:   " FUS-ORIGEM "                    "
               "    " FUS-DESTINO
           DISPLAY "Nome:     " FUS-ORIG-NOME "     " FUS-DEST-NOME
           MOVE FUS-ORIG-SALDO TO FUS-SALDO1-EDT
           MOVE FUS-DEST-SALDO TO FUS-SALDO2-EDT
           DISPLAY "Saldo:    " FUS-SALDO1-EDT "          "
               FUS-SALDO2-EDT
           MOVE FUS-ORIG-LIMITE TO FUS-SALDO1-EDT
           MOVE FUS-DEST-LIMITE TO FUS-SALDO2-EDT
           DISPLAY "Limite:   " FUS-SALDO1-EDT "          "
               FUS-SALDO2-EDT
           DISPLAY "Status:   " FUS-ORIG-STATUS "                    "
               "      " FUS-DEST-STATUS
           DISPLAY "Telefone: " FUS-ORIG-TELEFONE "          "
               FUS-DEST-TELEFONE
           DISPLAY "Endereco (1): " FUS-ORIG-ENDERECO
           DISPLAY "Endereco (2): " FUS-DEST-ENDERECO.

       ESCOLHER-DADOS-FUSAO.
           MOVE "Nome" TO FUS-PERGUNTA
           PERFORM PEDIR-ESCOLHA-FUSAO
           IF FUS-ESCOLHA = '1'
               MOVE FUS-ORIG-NOME TO FUS-NOME
           ELSE
               MOVE FUS-DEST-NOME TO FUS-NOME
           END-IF
           MOVE "Endereco" TO FUS-PERGUNTA
           PERFORM PEDIR-ESCOLHA-FUSAO
           IF FUS-ESCOLHA = '1'
               MOVE FUS-ORIG-ENDERECO TO FUS-ENDERECO
           ELSE
               MOVE FUS-DEST-ENDERECO TO FUS-ENDERECO
           END-IF
           MOVE "Telefone" TO FUS-PERGUNTA
           PERFORM PEDIR-ESCOLHA-FUSAO
           IF FUS-ESCOLHA = '1'
               MOVE FUS-ORIG-TELEFONE TO FUS-TELEFONE
           ELSE
               MOVE FUS-DEST-TELEFONE TO FUS-TELEFONE
           END-IF
           DISPLAY "Cadastro resultante no codigo " FUS-DESTINO ":"
           DISPLAY "Nome: " FUS-NOME
           DISPLAY "Endereco: " FUS-ENDERECO
           DISPLAY "Telefone: " FUS-TELEFONE.

       PEDIR-ESCOLHA-FUSAO.
           MOVE SPACE TO FUS-ESCOLHA
           PERFORM UNTIL FUS-ESCOLHA = '1' OR FUS-ESCOLHA = '2'
               DISPLAY FUS-PERGUNTA
                   " a manter (1-absorvido / 2-sobrevivente):"
               ACCEPT FUS-ESCOLHA
               IF FUS-ESCOLHA NOT = '1' AND FUS-ESCOLHA NOT = '2'
                   DISPLAY "Escolha invalida. Use 1 ou 2."
               END-IF
           END-PERFORM.

       EFETIVAR-FUSAO.
           ACCEPT AUD-HORA FROM TIME
           MOVE SPACES TO FUS-REF
           STRING "F" DELIMITED BY SIZE
                  AUD-HORA DELIMITED BY SIZE
                  INTO FUS-REF
           MOVE 'S' TO FUS-LANC-OK
           IF FUS-ORIG-SALDO NOT = 0
               PERFORM TRANSFERIR-SALDO-FUSAO
           END-IF
           IF FUS-LANC-OK = 'S'
               PERFORM ATUALIZAR-SOBREVIVENTE-FUSAO
               PERFORM ENCERRAR-ABSORVIDO-FUSAO
           ELSE
               DISPLAY "Fusao nao realizada."
           END-IF.

       TRANSFERIR-SALDO-FUSAO.
           MOVE 'N' TO FUS-LANC-OK
           IF FUS-ORIG-SALDO > 0
               MOVE 'D' TO FUS-TIPO-ORIG
               MOVE 'C' TO FUS-TIPO-DEST
               MOVE FUS-ORIG-SALDO TO FUS-VALOR
           ELSE
               MOVE 'C' TO FUS-TIPO-ORIG
               MOVE 'D' TO FUS-TIPO-DEST
               COMPUTE FUS-VALOR = 0 - FUS-ORIG-SALDO
           END-IF
           MOVE FUS-ORIGEM TO CLIENTE-COD
           READ CLIENTES
               INVALID KEY
                   DISPLAY "Falha ao reler o codigo absorvido."
               NOT INVALID KEY
                   MOVE FUS-TIPO-ORIG TO LANC-TIPO
                   MOVE FUS-VALOR TO LANC-VALOR
                   MOVE "FUSA" TO LANC-MOTIVO
                   MOVE FUS-REF TO LANC-REFERENCIA
                   MOVE FUS-DESTINO TO LANC-CONTRAPARTE
                   MOVE 'S' TO LANC-SEM-LIMITE
                   PERFORM APLICAR-LANCAMENTO
                   IF LANC-RESULTADO = 'O'
                       MOVE RAZAO-DATA-HORA TO FUS-DEB-DATA-HORA
                       PERFORM LANCAR-SOBREVIVENTE-FUSAO
                   ELSE
                       DISPLAY "Falha no lancamento do codigo "
                           "absorvido."
                   END-IF
           END-READ.

       LANCAR-SOBREVIVENTE-FUSAO.
           MOVE FUS-DESTINO TO CLIENTE-COD
           READ CLIENTES
               INVALID KEY
                   DISPLAY "Falha ao reler o codigo sobrevivente."
                   PERFORM DESFAZER-LANCAMENTO-FUSAO
               NOT INVALID KEY
                   MOVE FUS-TIPO-DEST TO LANC-TIPO
                   MOVE FUS-VALOR TO LANC-VALOR
                   MOVE "FUSA" TO LANC-MOTIVO
                   MOVE FUS-REF TO LANC-REFERENCIA
                   MOVE FUS-ORIGEM TO LANC-CONTRAPARTE
                   MOVE 'S' TO LANC-SEM-LIMITE
                   PERFORM APLICAR-LANCAMENTO
                   IF LANC-RESULTADO = 'O'
                       MOVE 'S' TO FUS-LANC-OK
                   ELSE
                       DISPLAY "Falha no lancamento do codigo "
                           "sobrevivente."
                       PERFORM DESFAZER-LANCAMENTO-FUSAO
                   END-IF
           END-READ.

       DESFAZER-LANCAMENTO-FUSAO.
           MOVE FUS-ORIGEM TO CLIENTE-COD
           READ CLIENTES
               INVALID KEY
                   DISPLAY "Falha no estorno. Verifique a "
                       "conciliacao do cliente " FUS-ORIGEM
               NOT INVALID KEY
                   MOVE FUS-TIPO-DEST TO LANC-TIPO
                   MOVE FUS-VALOR TO LANC-VALOR
                   MOVE "ESTO" TO LANC-MOTIVO
                   MOVE FUS-REF TO LANC-REFERENCIA
                   MOVE FUS-DESTINO TO LANC-CONTRAPARTE
                   MOVE FUS-DEB-DATA-HORA TO LANC-ORIGEM
                   MOVE 'S' TO LANC-SEM-LIMITE
                   PERFORM APLICAR-LANCAMENTO
                   IF LANC-RESULTADO NOT = 'O'
                       DISPLAY "Falha no estorno. Verifique a "
                           "conciliacao do cliente " FUS-ORIGEM
                   END-IF
           END-READ.

       ATUALIZAR-SOBREVIVENTE-FUSAO.
           MOVE FUS-DESTINO TO CLIENTE-COD
           READ CLIENTES
               INVALID KEY
                   DISPLAY "Falha ao reler o codigo sobrevivente."
               NOT INVALID KEY
                   MOVE CLIENTE-NOME TO AUD-NOME-ANTIGO
                   MOVE FUS-DEST-SALDO TO AUD-SALDO-ANTIGO
                   MOVE FUS-NOME TO CLIENTE-NOME
                   MOVE FUS-ENDERECO TO CLIENTE-ENDERECO
                   MOVE FUS-TELEFONE TO CLIENTE-TELEFONE
                   REWRITE CLIENTE-REGISTRO
                       INVALID KEY
                           DISPLAY "Falha ao atualizar o codigo "
                               "sobrevivente."
                       NOT INVALID KEY
                           MOVE "FUSAO" TO AUD-OPERACAO
                           MOVE CLIENTE-COD TO AUD-COD
                           MOVE CLIENTE-NOME TO AUD-NOME-NOVO
                           MOVE CLIENTE-SALDO TO AUD-SALDO-NOVO
                           PERFORM REGISTRAR-AUDITORIA
                   END-REWRITE
           END-READ.

       ENCERRAR-ABSORVIDO-FUSAO.
           MOVE FUS-ORIGEM TO CLIENTE-COD
           READ CLIENTES
               INVALID KEY
                   DISPLAY "Falha ao reler o codigo absorvido."
               NOT INVALID KEY
                   MOVE CLIENTE-LIMITE TO LIMITE-ANTERIOR
                   MOVE 'F' TO CLIENTE-STATUS
                   MOVE FUS-DESTINO TO CLIENTE-COD-DESTINO
                   MOVE 0 TO CLIENTE-LIMITE
                   REWRITE CLIENTE-REGISTRO
                       INVALID KEY
                           DISPLAY "Falha ao encerrar o codigo "
                               "absorvido."
                       NOT INVALID KEY
                           MOVE 'S' TO FUS-EFETIVADA
                           MOVE "FUSAO" TO AUD-OPERACAO
                           MOVE CLIENTE-COD TO AUD-COD
                           MOVE CLIENTE-NOME TO AUD-NOME-ANTIGO
                           MOVE FUS-ORIG-SALDO TO AUD-SALDO-ANTIGO
                           MOVE SPACES TO AUD-NOME-NOVO
                           STRING "FUNDIDO EM " DELIMITED BY SIZE
                                  FUS-DESTINO DELIMITED BY SIZE
                                  INTO AUD-NOME-NOVO
                           MOVE CLIENTE-SALDO TO AUD-SALDO-NOVO
                           PERFORM REGISTRAR-AUDITORIA
                           IF LIMITE-ANTERIOR > 0
                               PERFORM AUDITAR-LIMITE
                           END-IF
                   END-REWRITE
           END-READ.

       REDIRECIONAR-AGENDA-FUSAO.
           MOVE 0 TO FUS-AGE-CONT
           OPEN INPUT AGENDA
           IF AGENDA-STATUS NOT = '35'
               OPEN OUTPUT AGETMP
               MOVE 'N' TO FUS-EOF
               PERFORM UNTIL FUS-EOF = 'S'
                   READ AGENDA
                       AT END
                           MOVE 'S' TO FUS-EOF
                       NOT AT END
                           IF AGE-COD = FUS-ORIGEM
                               AND AGE-SITUACAO = 'P'
                               MOVE FUS-DESTINO TO AGE-COD
                               ADD 1 TO FUS-AGE-CONT
                           END-IF
                           WRITE AGETMP-LINHA FROM AGENDA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE AGENDA
               CLOSE AGETMP
               MOVE "mv agenda.tmp agenda.dat" TO ARQ-CMD
               CALL "SYSTEM" USING ARQ-CMD
               IF RETURN-CODE NOT = 0
                   DISPLAY "Falha ao regravar agenda.dat."
               END-IF
           END-IF.

       REDIRECIONAR-REJEITOS-FUSAO.
           MOVE 0 TO FUS-REJ-CONT
           OPEN INPUT REJEITOS
           IF REJEITOS-STATUS NOT = '35'
               OPEN OUTPUT REJTMP
               MOVE 'N' TO FUS-EOF
               PERFORM UNTIL FUS-EOF = 'S'
                   READ REJEITOS
                       AT END
                           MOVE 'S' TO FUS-EOF
                       NOT AT END
                           PERFORM REDIRECIONAR-REJEITO-FUSAO
                           WRITE REJTMP-LINHA FROM REJ-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE REJEITOS
               CLOSE REJTMP
               MOVE "mv movrejeitados.tmp movrejeitados.dat"
                   TO ARQ-CMD
               CALL "SYSTEM" USING ARQ-CMD
               IF RETURN-CODE NOT = 0
                   DISPLAY "Falha ao regravar movrejeitados.dat."
               END-IF
           END-IF.

       REDIRECIONAR-REJEITO-FUSAO.
           MOVE SPACES TO MOV-COD
           MOVE SPACES TO MOV-TIPO
           MOVE SPACES TO MOV-VALOR-STR
           MOVE SPACES TO MOV-MOTIVO
           MOVE 0 TO LOTE-CAMPOS
           UNSTRING REJ-MOVIMENTO DELIMITED BY ","
               INTO MOV-COD, MOV-TIPO, MOV-VALOR-STR, MOV-MOTIVO
               TALLYING IN LOTE-CAMPOS
           END-UNSTRING
           IF LOTE-CAMPOS = 4 AND MOV-COD = FUS-ORIGEM
               MOVE FUS-DESTINO TO MOV-COD
               MOVE SPACES TO REJ-MOVIMENTO
               STRING MOV-COD DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      MOV-TIPO DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      MOV-VALOR-STR DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      MOV-MOTIVO DELIMITED BY SIZE
                      INTO REJ-MOVIMENTO
               ADD 1 TO FUS-REJ-CONT
           END-IF.

       EXECUTAR-CONVERSAO.
           MOVE 'N' TO CNV-JA-FEITA
           MOVE 'N' TO CNV-EFETIVADA
           MOVE 'N' TO TRAVA-EM-USO
           MOVE 0 TO CNV-ERROS
           MOVE 0 TO CNV-AVISOS
           MOVE 0 TO CNV-ARQ-CONT
           MOVE 0 TO CNV-PREP-CONT
           MOVE 'N' TO CNV-CLI-PREP
           OPEN INPUT CNVCTL
           IF CNVCTL-STATUS NOT = '35'
               IF CNVCTL-STATUS = '00'
                   CLOSE CNVCTL
               END-IF
               MOVE 'S' TO CNV-JA-FEITA
               DISPLAY "A conversao de codigos ja foi efetuada."
           ELSE
               PERFORM OBTER-TRAVA-CLIENTES
               IF TRAVA-EM-USO NOT = 'S'
                   PERFORM PROCESSAR-CONVERSAO
                   PERFORM LIBERAR-TRAVA-CLIENTES
               END-IF
           END-IF.

       PROCESSAR-CONVERSAO.
           MOVE 'N' TO CNV-TEM-CTL
           OPEN INPUT CADEIA
           IF CADEIA-STATUS NOT = '35'
               READ CADEIA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO CNV-TEM-CTL
                       MOVE CAD-RAZ-SEQ TO CNV-CTL-RAZ-SEQ
                       MOVE CAD-RAZ-CHECK TO CNV-CTL-RAZ-CHECK
                       MOVE CAD-AUD-SEQ TO CNV-CTL-AUD-SEQ
                       MOVE CAD-AUD-CHECK TO CNV-CTL-AUD-CHECK
               END-READ
               CLOSE CADEIA
           END-IF
           MOVE "rm -rf conversao.prep; mkdir conversao.prep"
               TO CNV-CMD
           CALL "SYSTEM" USING CNV-CMD
           OPEN OUTPUT CNVREL
           PERFORM IMPRIMIR-CABECALHO-CONVREL
           PERFORM CONVERTER-CLIENTES
           PERFORM CONVERTER-GERACOES-RAZAO
           PERFORM CONVERTER-GERACOES-AUD
           MOVE "agenda.dat" TO CNV-ARQUIVO
           MOVE 'G' TO CNV-TIPO
           PERFORM CONVERTER-ARQUIVO
           MOVE "pendentes.dat" TO CNV-ARQUIVO
           MOVE 'P' TO CNV-TIPO
           PERFORM CONVERTER-ARQUIVO
           MOVE "bloqueios.dat" TO CNV-ARQUIVO
           MOVE 'B' TO CNV-TIPO
           PERFORM CONVERTER-ARQUIVO
           MOVE "dormentes.dat" TO CNV-ARQUIVO
           MOVE 'D' TO CNV-TIPO
           PERFORM CONVERTER-ARQUIVO
           MOVE "reativacao.dat" TO CNV-ARQUIVO
           MOVE 'V' TO CNV-TIPO
           PERFORM CONVERTER-ARQUIVO
           MOVE "lotectl.dat" TO CNV-ARQUIVO
           MOVE 'L' TO CNV-TIPO
           PERFORM CONVERTER-ARQUIVO
           MOVE "movrejeitados.dat" TO CNV-ARQUIVO
           MOVE 'J' TO CNV-TIPO
           PERFORM CONVERTER-ARQUIVO
           MOVE "movbaixados.dat" TO CNV-ARQUIVO
           MOVE 'J' TO CNV-TIPO
           PERFORM CONVERTER-ARQUIVO
           MOVE "movimentos.csv" TO CNV-ARQUIVO
           MOVE 'M' TO CNV-TIPO
           PERFORM CONVERTER-ARQUIVO
           MOVE "clientes.csv" TO CNV-ARQUIVO
           MOVE 'C' TO CNV-TIPO
           PERFORM CONVERTER-ARQUIVO
           IF CNV-ERROS = 0
               PERFORM EFETIVAR-CONVERSAO
           END-IF
           PERFORM IMPRIMIR-TOTAIS-CONVREL
           CLOSE CNVREL
           MOVE "rm -rf conversao.prep conversao.ent conversao.tmp"
               TO CNV-CMD
           CALL "SYSTEM" USING CNV-CMD
           IF CNV-EFETIVADA = 'S' AND CNV-ERROS = 0
               DISPLAY "Conversao efetivada. Originais em "
                   "conversao.ant."
           ELSE
               DISPLAY "Falhas na conversao: " CNV-ERROS
           END-IF
           DISPLAY "Relatorio gravado em convrel.dat.".

       ZERAR-CONTADORES-CONVERSAO.
           MOVE 0 TO CNV-REG-ARQ
           MOVE 0 TO CNV-LIDOS
           MOVE 0 TO CNV-GRAVADOS
           MOVE 0 TO CNV-RELIDOS
           MOVE 0 TO CNV-NAO-CONV
           MOVE 0 TO CNV-DV-INV
           MOVE 0 TO CNV-VALOR-ANT
           MOVE 0 TO CNV-VALOR-NOVO
           MOVE 0 TO CNV-ERROS-ARQ
           MOVE SPACES TO CNV-SIT.

       CONVERTER-CLIENTES.
           MOVE 'K' TO CNV-TIPO
           MOVE "clientes.dat" TO CNV-ARQUIVO
           PERFORM ZERAR-CONTADORES-CONVERSAO
           OPEN INPUT CLIANT
           IF CLIANT-STATUS = '35'
               MOVE "AUSENTE" TO CNV-SIT
               PERFORM IMPRIMIR-LINHA-CONVREL
           ELSE
               IF CLIANT-STATUS NOT = '00'
                   MOVE SPACES TO CNV-MSG
                   STRING "ERRO NA ABERTURA, STATUS " DELIMITED BY SIZE
                          CLIANT-STATUS DELIMITED BY SIZE
                          INTO CNV-MSG
                   END-STRING
                   PERFORM IMPRIMIR-FALHA-CONVERSAO
                   MOVE "FALHA" TO CNV-SIT
                   PERFORM IMPRIMIR-LINHA-CONVREL
               ELSE
                   ADD 1 TO CNV-ARQ-CONT
                   MOVE "rm -f conversao.tmp" TO CNV-CMD
                   CALL "SYSTEM" USING CNV-CMD
                   OPEN OUTPUT CNVSAI
                   MOVE 'N' TO CNV-EOF
                   PERFORM UNTIL CNV-EOF = 'S'
                       READ CLIANT
                           AT END
                               MOVE 'S' TO CNV-EOF
                           NOT AT END
                               ADD 1 TO CNV-LIDOS
                               ADD 1 TO CNV-REG-ARQ
                               PERFORM CONVERTER-REG-CLIENTE
                               WRITE CNVSAI-LINHA FROM CNV-LINHA-NOVA
                               ADD 1 TO CNV-GRAVADOS
                       END-READ
                   END-PERFORM
                   CLOSE CLIANT
                   CLOSE CNVSAI
                   PERFORM CONFERIR-ARQUIVO-CONVERTIDO
               END-IF
           END-IF.

       CONVERTER-REG-CLIENTE.
           MOVE SPACES TO CNV-LINHA-NOVA
           IF CLIANT-SALDO NUMERIC
               ADD CLIANT-SALDO TO CNV-VALOR-ANT
           END-IF
           MOVE CLIANT-COD TO CNV-COD-ANT
           PERFORM CONVERTER-COD-ANTIGO
           MOVE CNV-COD-NOVO TO CNV-CLIN-COD
           MOVE CLIANT-NOME TO CNV-CLIN-NOME
           MOVE CLIANT-DADOS TO CNV-CLIN-DADOS
           MOVE CLIANT-DESTINO TO CNV-COD-ANT
           PERFORM CONVERTER-COD-ANTIGO
           MOVE CNV-COD-NOVO TO CNV-CLIN-DESTINO.

       CONVERTER-GERACOES-RAZAO.
           MOVE 'N' TO CNV-INICIADA
           MOVE 0 TO CNV-SEQ-ANT
           MOVE 0 TO CNV-CHK-VELHO
           MOVE 0 TO CNV-CHK-NOVO
           MOVE 0 TO CNV-VER-CHK
           MOVE 'R' TO CNV-TIPO
           PERFORM CARREGAR-GERACOES-RAZAO
           IF ARQL-EXCESSO = 'S'
               MOVE "razao.arq.*" TO CNV-ARQUIVO
               MOVE 0 TO CNV-REG-ARQ
               MOVE "GERACOES EXCEDEM O LIMITE DE 60" TO CNV-MSG
               PERFORM IMPRIMIR-FALHA-CONVERSAO
           END-IF
           MOVE 1 TO ARQL-IDX
           PERFORM UNTIL ARQL-IDX > ARQL-CONT
               MOVE ARQL-NOME (ARQL-IDX) TO CNV-ARQUIVO
               PERFORM CONVERTER-ARQUIVO
               ADD 1 TO ARQL-IDX
           END-PERFORM
           MOVE "razao.dat" TO CNV-ARQUIVO
           PERFORM CONVERTER-ARQUIVO
           IF CNV-TEM-CTL = 'S'
               AND (CNV-SEQ-ANT NOT = CNV-CTL-RAZ-SEQ
                   OR CNV-CHK-VELHO NOT = CNV-CTL-RAZ-CHECK)
               MOVE 0 TO CNV-REG-ARQ
               MOVE "FIM DO RAZAO DIFERE DO CONTROLE" TO CNV-MSG
               PERFORM IMPRIMIR-FALHA-CONVERSAO
           END-IF
           MOVE CNV-SEQ-ANT TO CNV-RAZ-SEQ-FIM
           MOVE CNV-CHK-NOVO TO CNV-RAZ-CHK-FIM.

       CONVERTER-GERACOES-AUD.
           MOVE 'N' TO CNV-INICIADA
           MOVE 0 TO CNV-SEQ-ANT
           MOVE 0 TO CNV-CHK-VELHO
           MOVE 0 TO CNV-CHK-NOVO
           MOVE 0 TO CNV-VER-CHK
           MOVE 'A' TO CNV-TIPO
           PERFORM CARREGAR-GERACOES-AUD
           IF ARQL-EXCESSO = 'S'
               MOVE "auditoria.arq.*" TO CNV-ARQUIVO
               MOVE 0 TO CNV-REG-ARQ
               MOVE "GERACOES EXCEDEM O LIMITE DE 60" TO CNV-MSG
               PERFORM IMPRIMIR-FALHA-CONVERSAO
           END-IF
           MOVE 1 TO ARQL-IDX
           PERFORM UNTIL ARQL-IDX > ARQL-CONT
               MOVE ARQL-NOME (ARQL-IDX) TO CNV-ARQUIVO
               PERFORM CONVERTER-ARQUIVO
               ADD 1 TO ARQL-IDX
           END-PERFORM
           MOVE "auditoria.dat" TO CNV-ARQUIVO
           PERFORM CONVERTER-ARQUIVO
           IF CNV-TEM-CTL = 'S'
               AND (CNV-SEQ-ANT NOT = CNV-CTL-AUD-SEQ
                   OR CNV-CHK-VELHO NOT = CNV-CTL-AUD-CHECK)
               MOVE 0 TO CNV-REG-ARQ
               MOVE "FIM DA AUDITORIA DIFERE DO CONTROLE" TO CNV-MSG
               PERFORM IMPRIMIR-FALHA-CONVERSAO
           END-IF
           MOVE CNV-SEQ-ANT TO CNV-AUD-SEQ-FIM
           MOVE CNV-CHK-NOVO TO CNV-AUD-CHK-FIM.

       CONVERTER-ARQUIVO.
           PERFORM ZERAR-CONTADORES-CONVERSAO
           MOVE SPACES TO CNV-CMD
           STRING "rm -f conversao.ent conversao.tmp; cp "
                      DELIMITED BY SIZE
                  CNV-ARQUIVO DELIMITED BY SPACE
                  " conversao.ent 2>/dev/null" DELIMITED BY SIZE
                  INTO CNV-CMD
           END-STRING
           CALL "SYSTEM" USING CNV-CMD
           OPEN INPUT CNVENT
           IF CNVENT-STATUS NOT = '00'
               MOVE "AUSENTE" TO CNV-SIT
               PERFORM IMPRIMIR-LINHA-CONVREL
           ELSE
               ADD 1 TO CNV-ARQ-CONT
               OPEN OUTPUT CNVSAI
               MOVE 'N' TO CNV-EOF
               PERFORM UNTIL CNV-EOF = 'S'
                   READ CNVENT
                       AT END
                           MOVE 'S' TO CNV-EOF
                       NOT AT END
                           ADD 1 TO CNV-LIDOS
                           ADD 1 TO CNV-REG-ARQ
                           MOVE CNVENT-LINHA TO CNV-LINHA-ANT
                           MOVE SPACES TO CNV-LINHA-NOVA
                           PERFORM CONVERTER-REGISTRO
                           WRITE CNVSAI-LINHA FROM CNV-LINHA-NOVA
                           ADD 1 TO CNV-GRAVADOS
                   END-READ
               END-PERFORM
               CLOSE CNVENT
               CLOSE CNVSAI
               PERFORM CONFERIR-ARQUIVO-CONVERTIDO
           END-IF.

       CONVERTER-REGISTRO.
           EVALUATE CNV-TIPO
               WHEN 'R'
                   PERFORM CONVERTER-REG-RAZAO
               WHEN 'A'
                   PERFORM CONVERTER-REG-AUD
               WHEN 'G'
                   PERFORM CONVERTER-REG-AGENDA
               WHEN 'P'
                   PERFORM CONVERTER-REG-PENDENTE
               WHEN 'B'
                   PERFORM CONVERTER-REG-BLOQUEIO
               WHEN 'D'
                   PERFORM CONVERTER-REG-DORMENTE
               WHEN 'V'
                   PERFORM CONVERTER-REG-REATIVACAO
               WHEN 'L'
                   PERFORM CONVERTER-REG-LOTECTL
               WHEN 'J'
                   PERFORM CONVERTER-REG-REJEITO
               WHEN 'M'
                   MOVE CNV-LINHA-ANT TO CNV-TXT-ENT
                   MOVE 40 TO CNV-TXT-LIMITE
                   MOVE 1 TO CNV-TXT-ALVO1
                   MOVE 0 TO CNV-TXT-ALVO2
                   PERFORM CONVERTER-CAMPOS-TEXTO
                   MOVE CNV-TXT-SAI TO CNV-LINHA-NOVA
               WHEN 'C'
                   MOVE CNV-LINHA-ANT TO CNV-TXT-ENT
                   MOVE 128 TO CNV-TXT-LIMITE
                   MOVE 1 TO CNV-TXT-ALVO1
                   MOVE 8 TO CNV-TXT-ALVO2
                   PERFORM CONVERTER-CAMPOS-TEXTO
                   MOVE CNV-TXT-SAI TO CNV-LINHA-NOVA
           END-EVALUATE.

       CONVERTER-REG-RAZAO.
           IF CNV-RAZA-VALOR NUMERIC
               ADD CNV-RAZA-VALOR TO CNV-VALOR-ANT
           END-IF
           MOVE CNV-RAZA-COD TO CNV-COD-ANT
           PERFORM CONVERTER-COD-ANTIGO
           MOVE CNV-COD-NOVO TO CNV-RAZN-COD
           MOVE CNV-RAZA-MEIO1 TO CNV-RAZN-MEIO1
           MOVE CNV-RAZA-MEIO2 TO CNV-RAZN-MEIO2
           MOVE CNV-RAZA-CTP TO CNV-COD-ANT
           PERFORM CONVERTER-COD-ANTIGO
           MOVE CNV-COD-NOVO TO CNV-RAZN-CTP
           MOVE CNV-RAZA-MEIO3 TO CNV-RAZN-MEIO3
           MOVE CNV-RAZA-CADEIA TO CNV-RAZN-CADEIA
           IF CNV-RAZA-SEQ NUMERIC
               MOVE CNV-RAZA-SEQ TO CNV-SEQ-LIDO
               IF CNV-RAZA-CHECK NUMERIC
                   MOVE CNV-RAZA-CHECK TO CNV-CHECK-LIDO
               ELSE
                   MOVE 0 TO CNV-CHECK-LIDO
               END-IF
               MOVE 0 TO CNV-RAZA-CHECK
               MOVE CNV-LINHA-ANT TO CHK-AREA
               MOVE 103 TO CHK-TAM
               PERFORM CONFERIR-CADEIA-ANTIGA
               MOVE CNV-LINHA-NOVA TO RAZAO-REGISTRO
               MOVE 0 TO RAZAO-CHECK
               MOVE RAZAO-REGISTRO TO CHK-AREA
               MOVE 111 TO CHK-TAM
               MOVE CNV-CHK-NOVO TO CHK-BASE
               PERFORM CALCULAR-CHECK
               MOVE CHK-H TO RAZAO-CHECK
               MOVE CHK-H TO CNV-CHK-NOVO
               MOVE RAZAO-REGISTRO TO CNV-LINHA-NOVA
           ELSE
               PERFORM CONFERIR-REG-LEGADO-CNV
           END-IF.

       CONVERTER-REG-AUD.
           IF CNV-AUDA-SALDO-NOVO NUMERIC
               ADD CNV-AUDA-SALDO-NOVO TO CNV-VALOR-ANT
           END-IF
           MOVE CNV-AUDA-OPERACAO TO CNV-AUDN-OPERACAO
           IF CNV-AUDA-SEM-CLIENTE
               MOVE CNV-AUDA-COD TO CNV-AUDN-COD
           ELSE
               MOVE CNV-AUDA-COD TO CNV-COD-ANT
               PERFORM CONVERTER-COD-ANTIGO
               MOVE CNV-COD-NOVO TO CNV-AUDN-COD
           END-IF
           MOVE CNV-AUDA-MEIO1 TO CNV-AUDN-MEIO1
           IF CNV-AUDA-OPERACAO = "FUSAO"
               AND CNV-AUDA-FUNDIDO = "FUNDIDO EM "
               MOVE CNV-AUDA-FUNDIDO TO CNV-AUDN-FUNDIDO
               MOVE CNV-AUDA-DESTINO TO CNV-COD-ANT
               PERFORM CONVERTER-COD-ANTIGO
               MOVE CNV-COD-NOVO TO CNV-AUDN-DESTINO
           ELSE
               MOVE CNV-AUDA-NOME-NOVO TO CNV-AUDN-NOME-NOVO
           END-IF
           MOVE CNV-AUDA-MEIO2 TO CNV-AUDN-MEIO2
           MOVE CNV-AUDA-CADEIA TO CNV-AUDN-CADEIA
           IF CNV-AUDA-SEQ NUMERIC
               MOVE CNV-AUDA-SEQ TO CNV-SEQ-LIDO
               IF CNV-AUDA-CHECK NUMERIC
                   MOVE CNV-AUDA-CHECK TO CNV-CHECK-LIDO
               ELSE
                   MOVE 0 TO CNV-CHECK-LIDO
               END-IF
               MOVE 0 TO CNV-AUDA-CHECK
               MOVE CNV-LINHA-ANT TO CHK-AREA
               MOVE 112 TO CHK-TAM
               PERFORM CONFERIR-CADEIA-ANTIGA
               MOVE CNV-LINHA-NOVA TO AUDITORIA-REGISTRO
               MOVE 0 TO AUD-CHECK
               MOVE AUDITORIA-REGISTRO TO CHK-AREA
               MOVE 116 TO CHK-TAM
               MOVE CNV-CHK-NOVO TO CHK-BASE
               PERFORM CALCULAR-CHECK
               MOVE CHK-H TO AUD-CHECK
               MOVE CHK-H TO CNV-CHK-NOVO
               MOVE AUDITORIA-REGISTRO TO CNV-LINHA-NOVA
           ELSE
               PERFORM CONFERIR-REG-LEGADO-CNV
           END-IF.

       CONVERTER-REG-AGENDA.
           IF CNV-AGEA-VALOR NUMERIC
               ADD CNV-AGEA-VALOR TO CNV-VALOR-ANT
           END-IF
           MOVE CNV-AGEA-COD TO CNV-COD-ANT
           PERFORM CONVERTER-COD-ANTIGO
           MOVE CNV-COD-NOVO TO CNV-AGEN-COD
           MOVE CNV-AGEA-RESTO TO CNV-AGEN-RESTO.

       CONVERTER-REG-PENDENTE.
           IF CNV-PENDA-VALOR NUMERIC
               ADD CNV-PENDA-VALOR TO CNV-VALOR-ANT
           END-IF
           MOVE CNV-PENDA-ID TO CNV-PENDN-ID
           MOVE CNV-PENDA-COD TO CNV-COD-ANT
           PERFORM CONVERTER-COD-ANTIGO
           MOVE CNV-COD-NOVO TO CNV-PENDN-COD
           MOVE CNV-PENDA-CTP TO CNV-COD-ANT
           PERFORM CONVERTER-COD-ANTIGO
           MOVE CNV-COD-NOVO TO CNV-PENDN-CTP
           MOVE CNV-PENDA-RESTO TO CNV-PENDN-RESTO.

       CONVERTER-REG-BLOQUEIO.
           IF CNV-BLQA-VALOR NUMERIC
               ADD CNV-BLQA-VALOR TO CNV-VALOR-ANT
           END-IF
           MOVE CNV-BLQA-NUMERO TO CNV-BLQN-NUMERO
           MOVE CNV-BLQA-COD TO CNV-COD-ANT
           PERFORM CONVERTER-COD-ANTIGO
           MOVE CNV-COD-NOVO TO CNV-BLQN-COD
           MOVE CNV-BLQA-RESTO TO CNV-BLQN-RESTO.

       CONVERTER-REG-DORMENTE.
           MOVE CNV-DORMA-COD TO CNV-COD-ANT
           PERFORM CONVERTER-COD-ANTIGO
           MOVE CNV-COD-NOVO TO CNV-DORMN-COD
           MOVE CNV-DORMA-RESTO TO CNV-DORMN-RESTO.

       CONVERTER-REG-REATIVACAO.
           IF CNV-REATA-VALOR NUMERIC
               ADD CNV-REATA-VALOR TO CNV-VALOR-ANT
           END-IF
           MOVE CNV-REATA-COD TO CNV-COD-ANT
           PERFORM CONVERTER-COD-ANTIGO
           MOVE CNV-COD-NOVO TO CNV-REATN-COD
           MOVE CNV-REATA-MEIO TO CNV-REATN-MEIO
           MOVE CNV-REATA-CTP TO CNV-COD-ANT
           PERFORM CONVERTER-COD-ANTIGO
           MOVE CNV-COD-NOVO TO CNV-REATN-CTP
           MOVE CNV-REATA-RESTO TO CNV-REATN-RESTO.

       CONVERTER-REG-LOTECTL.
           IF CNV-LOTEA-VALOR NUMERIC
               ADD CNV-LOTEA-VALOR TO CNV-VALOR-ANT
           END-IF
           MOVE CNV-LOTEA-CAB TO CNV-LOTEN-CAB
           MOVE CNV-LOTEA-COD TO CNV-COD-ANT
           PERFORM CONVERTER-COD-ANTIGO
           MOVE CNV-COD-NOVO TO CNV-LOTEN-COD
           MOVE CNV-LOTEA-RESTO TO CNV-LOTEN-RESTO.

       CONVERTER-REG-REJEITO.
           MOVE CNV-REJA-MOV TO CNV-TXT-ENT
           MOVE 40 TO CNV-TXT-LIMITE
           MOVE 1 TO CNV-TXT-ALVO1
           MOVE 0 TO CNV-TXT-ALVO2
           PERFORM CONVERTER-CAMPOS-TEXTO
           MOVE CNV-TXT-SAI TO CNV-REJN-MOV
           MOVE CNV-REJA-RESTO TO CNV-REJN-RESTO.

       CONVERTER-COD-ANTIGO.
           MOVE 'N' TO CNV-COD-CONVERTIDO
           IF CNV-COD-ANT = SPACES
               MOVE SPACES TO CNV-COD-NOVO
           ELSE
               IF CNV-COD-ANT3 NUMERIC
                   AND CNV-COD-ANT-RESTO = SPACES
                   MOVE SPACES TO CDV-COD
                   STRING "000" DELIMITED BY SIZE
                          CNV-COD-ANT3 DELIMITED BY SIZE
                          "0" DELIMITED BY SIZE
                          INTO CDV-COD
                   END-STRING
                   PERFORM CALCULAR-DIGITO-COD
                   MOVE CDV-DV TO CDV-DV-LIDO
                   MOVE CDV-COD TO CNV-COD-NOVO
                   MOVE 'S' TO CNV-COD-CONVERTIDO
               ELSE
                   MOVE CNV-COD-ANT TO CNV-COD-NOVO
                   ADD 1 TO CNV-NAO-CONV
               END-IF
           END-IF.

       CONVERTER-CAMPOS-TEXTO.
           MOVE SPACES TO CNV-TXT-SAI
           MOVE 'N' TO CNV-TXT-EXCEDEU
           MOVE 0 TO CNV-TXT-TAM
           MOVE 132 TO CNV-TXT-K
           PERFORM UNTIL CNV-TXT-K = 0 OR CNV-TXT-TAM > 0
               IF CNV-TE-CAR (CNV-TXT-K) NOT = SPACE
                   MOVE CNV-TXT-K TO CNV-TXT-TAM
               END-IF
               SUBTRACT 1 FROM CNV-TXT-K
           END-PERFORM
           MOVE 0 TO CNV-TXT-J
           MOVE 1 TO CNV-TXT-CAMPO
           MOVE 'N' TO CNV-TXT-NO-CAMPO
           MOVE 1 TO CNV-TXT-I
           PERFORM UNTIL CNV-TXT-I > CNV-TXT-TAM
               IF (CNV-TXT-CAMPO = CNV-TXT-ALVO1
                   OR CNV-TXT-CAMPO = CNV-TXT-ALVO2)
                   AND CNV-TXT-NO-CAMPO = 'N'
                   MOVE 'S' TO CNV-TXT-NO-CAMPO
                   PERFORM CONVERTER-CAMPO-TEXTO
               ELSE
                   MOVE CNV-TE-CAR (CNV-TXT-I) TO CNV-TXT-CAR
                   PERFORM EMITIR-CAR-TEXTO
                   IF CNV-TXT-CAR = ","
                       ADD 1 TO CNV-TXT-CAMPO
                       MOVE 'N' TO CNV-TXT-NO-CAMPO
                   END-IF
                   ADD 1 TO CNV-TXT-I
               END-IF
           END-PERFORM
           IF CNV-TXT-EXCEDEU = 'S'
               MOVE CNV-TXT-ENT TO CNV-TXT-SAI
               ADD 1 TO CNV-NAO-CONV
           END-IF.

       CONVERTER-CAMPO-TEXTO.
           MOVE CNV-TXT-I TO CNV-TXT-INI
           MOVE SPACES TO CNV-COD-ANT
           MOVE 0 TO CNV-TXT-K
           MOVE 'N' TO CNV-TXT-FIM-CAMPO
           PERFORM UNTIL CNV-TXT-FIM-CAMPO = 'S'
               IF CNV-TXT-I > CNV-TXT-TAM
                   MOVE 'S' TO CNV-TXT-FIM-CAMPO
               ELSE
                   IF CNV-TE-CAR (CNV-TXT-I) = ","
                       MOVE 'S' TO CNV-TXT-FIM-CAMPO
                   ELSE
                       ADD 1 TO CNV-TXT-K
                       IF CNV-TXT-K NOT > 7
                           MOVE CNV-TE-CAR (CNV-TXT-I)
                               TO CNV-CA-CAR (CNV-TXT-K)
                       END-IF
                       ADD 1 TO CNV-TXT-I
                   END-IF
               END-IF
           END-PERFORM
           IF CNV-TXT-K > 7
               MOVE 'N' TO CNV-COD-CONVERTIDO
               ADD 1 TO CNV-NAO-CONV
           ELSE
               PERFORM CONVERTER-COD-ANTIGO
           END-IF
           IF CNV-COD-CONVERTIDO = 'S'
               MOVE 1 TO CNV-TXT-K
               PERFORM UNTIL CNV-TXT-K > 7
                   MOVE CNV-CN-CAR (CNV-TXT-K) TO CNV-TXT-CAR
                   PERFORM EMITIR-CAR-TEXTO
                   ADD 1 TO CNV-TXT-K
               END-PERFORM
           ELSE
               MOVE CNV-TXT-INI TO CNV-TXT-K
               PERFORM UNTIL CNV-TXT-K NOT < CNV-TXT-I
                   MOVE CNV-TE-CAR (CNV-TXT-K) TO CNV-TXT-CAR
                   PERFORM EMITIR-CAR-TEXTO
                   ADD 1 TO CNV-TXT-K
               END-PERFORM
           END-IF.

       EMITIR-CAR-TEXTO.
           ADD 1 TO CNV-TXT-J
           IF CNV-TXT-J > CNV-TXT-LIMITE
               MOVE 'S' TO CNV-TXT-EXCEDEU
           ELSE
               MOVE CNV-TXT-CAR TO CNV-TS-CAR (CNV-TXT-J)
           END-IF.

       CONFERIR-CADEIA-ANTIGA.
           COMPUTE CNV-SEQ-ESPERADO = CNV-SEQ-ANT + 1
           IF CNV-SEQ-LIDO NOT = CNV-SEQ-ESPERADO
               MOVE CNV-SEQ-ESPERADO TO CNV-SEQ-EDT
               MOVE SPACES TO CNV-MSG
               STRING "QUEBRA DE SEQUENCIA, ESPERADO "
                          DELIMITED BY SIZE
                      CNV-SEQ-EDT DELIMITED BY SIZE
                      INTO CNV-MSG
               END-STRING
               PERFORM IMPRIMIR-FALHA-CONVERSAO
           END-IF
           IF CNV-INICIADA = 'S' OR CNV-SEQ-LIDO = 1
               MOVE CNV-CHK-VELHO TO CHK-BASE
               PERFORM CALCULAR-CHECK
               IF CHK-H NOT = CNV-CHECK-LIDO
                   MOVE "VALOR DE CONTROLE NAO CONFERE" TO CNV-MSG
                   PERFORM IMPRIMIR-FALHA-CONVERSAO
               END-IF
           END-IF
           MOVE 'S' TO CNV-INICIADA
           MOVE CNV-SEQ-LIDO TO CNV-SEQ-ANT
           MOVE CNV-CHECK-LIDO TO CNV-CHK-VELHO.

       CONFERIR-REG-LEGADO-CNV.
           IF CNV-INICIADA = 'S'
               MOVE "REGISTRO SEM ENCADEAMENTO" TO CNV-MSG
               PERFORM IMPRIMIR-FALHA-CONVERSAO
           END-IF.

       CONFERIR-ARQUIVO-CONVERTIDO.
           MOVE 0 TO CNV-REG-ARQ
           OPEN INPUT CNVSAI
           IF CNVSAI-STATUS NOT = '00'
               MOVE "ARQUIVO CONVERTIDO NAO PODE SER RELIDO"
                   TO CNV-MSG
               PERFORM IMPRIMIR-FALHA-CONVERSAO
           ELSE
               MOVE 'N' TO CNV-EOF
               PERFORM UNTIL CNV-EOF = 'S'
                   READ CNVSAI
                       AT END
                           MOVE 'S' TO CNV-EOF
                       NOT AT END
                           ADD 1 TO CNV-RELIDOS
                           ADD 1 TO CNV-REG-ARQ
                           PERFORM CONFERIR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE CNVSAI
           END-IF
           IF CNV-RELIDOS NOT = CNV-LIDOS
               OR CNV-GRAVADOS NOT = CNV-LIDOS
               OR CNV-VALOR-NOVO NOT = CNV-VALOR-ANT
               MOVE 0 TO CNV-REG-ARQ
               MOVE "TOTAIS ANTES E DEPOIS DIVERGEM" TO CNV-MSG
               PERFORM IMPRIMIR-FALHA-CONVERSAO
           END-IF
           IF CNV-ERROS-ARQ > 0
               MOVE "FALHA" TO CNV-SIT
           ELSE
               MOVE SPACES TO CNV-CMD
               STRING "mv conversao.tmp conversao.prep/"
                          DELIMITED BY SIZE
                      CNV-ARQUIVO DELIMITED BY SPACE
                      INTO CNV-CMD
               END-STRING
               CALL "SYSTEM" USING CNV-CMD
               IF RETURN-CODE NOT = 0
                   MOVE 0 TO CNV-REG-ARQ
                   MOVE "FALHA AO PREPARAR O ARQUIVO CONVERTIDO"
                       TO CNV-MSG
                   PERFORM IMPRIMIR-FALHA-CONVERSAO
                   MOVE "FALHA" TO CNV-SIT
               ELSE
                   MOVE "OK" TO CNV-SIT
                   IF CNV-TIPO = 'K'
                       MOVE 'S' TO CNV-CLI-PREP
                       MOVE CNV-LIDOS TO CNV-CLI-LIDOS
                       MOVE CNV-VALOR-ANT TO CNV-CLI-SALDO
                   ELSE
                       ADD 1 TO CNV-PREP-CONT
                       MOVE CNV-ARQUIVO
                           TO CNV-PREP-NOME (CNV-PREP-CONT)
                   END-IF
               END-IF
           END-IF
           IF CNV-NAO-CONV > 0 OR CNV-DV-INV > 0
               ADD 1 TO CNV-AVISOS
           END-IF
           PERFORM IMPRIMIR-LINHA-CONVREL.

       CONFERIR-REGISTRO.
           EVALUATE CNV-TIPO
               WHEN 'K'
                   MOVE CNVSAI-LINHA TO CLIENTE-REGISTRO
                   IF CLIENTE-SALDO NUMERIC
                       ADD CLIENTE-SALDO TO CNV-VALOR-NOVO
                   END-IF
                   MOVE CLIENTE-COD TO CNV-COD-VER
                   PERFORM CONFERIR-DV-CONVERTIDO
                   MOVE CLIENTE-COD-DESTINO TO CNV-COD-VER
                   PERFORM CONFERIR-DV-CONVERTIDO
               WHEN 'R'
                   MOVE CNVSAI-LINHA TO RAZAO-REGISTRO
                   IF RAZAO-VALOR NUMERIC
                       ADD RAZAO-VALOR TO CNV-VALOR-NOVO
                   END-IF
                   MOVE RAZAO-COD TO CNV-COD-VER
                   PERFORM CONFERIR-DV-CONVERTIDO
                   MOVE RAZAO-CONTRAPARTE TO CNV-COD-VER
                   PERFORM CONFERIR-DV-CONVERTIDO
                   IF RAZAO-SEQ NUMERIC
                       MOVE RAZAO-CHECK TO CNV-CHECK-LIDO
                       MOVE 0 TO RAZAO-CHECK
                       MOVE RAZAO-REGISTRO TO CHK-AREA
                       MOVE 111 TO CHK-TAM
                       PERFORM CONFERIR-CADEIA-NOVA
                   END-IF
               WHEN 'A'
                   MOVE CNVSAI-LINHA TO AUDITORIA-REGISTRO
                   IF AUD-SALDO-NOVO NUMERIC
                       ADD AUD-SALDO-NOVO TO CNV-VALOR-NOVO
                   END-IF
                   IF NOT AUD-OPER-SEM-CLIENTE
                       MOVE AUD-COD TO CNV-COD-VER
                       PERFORM CONFERIR-DV-CONVERTIDO
                   END-IF
                   IF AUD-SEQ NUMERIC
                       MOVE AUD-CHECK TO CNV-CHECK-LIDO
                       MOVE 0 TO AUD-CHECK
                       MOVE AUDITORIA-REGISTRO TO CHK-AREA
                       MOVE 116 TO CHK-TAM
                       PERFORM CONFERIR-CADEIA-NOVA
                   END-IF
               WHEN 'G'
                   MOVE CNVSAI-LINHA TO AGENDA-REGISTRO
                   IF AGE-VALOR NUMERIC
                       ADD AGE-VALOR TO CNV-VALOR-NOVO
                   END-IF
                   MOVE AGE-COD TO CNV-COD-VER
                   PERFORM CONFERIR-DV-CONVERTIDO
               WHEN 'P'
                   MOVE CNVSAI-LINHA TO PENDENTE-REGISTRO
                   IF PEND-VALOR NUMERIC
                       ADD PEND-VALOR TO CNV-VALOR-NOVO
                   END-IF
                   MOVE PEND-COD TO CNV-COD-VER
                   PERFORM CONFERIR-DV-CONVERTIDO
                   MOVE PEND-CONTRAPARTE TO CNV-COD-VER
                   PERFORM CONFERIR-DV-CONVERTIDO
               WHEN 'B'
                   MOVE CNVSAI-LINHA TO BLOQUEIO-REGISTRO
                   IF BLQ-VALOR NUMERIC
                       ADD BLQ-VALOR TO CNV-VALOR-NOVO
                   END-IF
                   MOVE BLQ-COD TO CNV-COD-VER
                   PERFORM CONFERIR-DV-CONVERTIDO
               WHEN 'D'
                   MOVE CNVSAI-LINHA TO DORMENTE-REGISTRO
                   MOVE DORM-COD TO CNV-COD-VER
                   PERFORM CONFERIR-DV-CONVERTIDO
               WHEN 'V'
                   MOVE CNVSAI-LINHA TO REATIVACAO-REGISTRO
                   IF REAT-VALOR NUMERIC
                       ADD REAT-VALOR TO CNV-VALOR-NOVO
                   END-IF
                   MOVE REAT-COD TO CNV-COD-VER
                   PERFORM CONFERIR-DV-CONVERTIDO
                   MOVE REAT-CONTRAPARTE TO CNV-COD-VER
                   PERFORM CONFERIR-DV-CONVERTIDO
               WHEN 'L'
                   MOVE CNVSAI-LINHA TO LOTECTL-REGISTRO
                   IF LOTECTL-VALOR NUMERIC
                       ADD LOTECTL-VALOR TO CNV-VALOR-NOVO
                   END-IF
                   MOVE LOTECTL-COD TO CNV-COD-VER
                   PERFORM CONFERIR-DV-CONVERTIDO
               WHEN 'J'
                   MOVE CNVSAI-LINHA TO REJ-REGISTRO
                   MOVE SPACES TO CNV-COD-VER
                   UNSTRING REJ-MOVIMENTO DELIMITED BY ","
                       INTO CNV-COD-VER
                   END-UNSTRING
                   PERFORM CONFERIR-DV-CONVERTIDO
               WHEN OTHER
                   MOVE SPACES TO CNV-COD-VER
                   UNSTRING CNVSAI-LINHA DELIMITED BY ","
                       INTO CNV-COD-VER
                   END-UNSTRING
                   PERFORM CONFERIR-DV-CONVERTIDO
           END-EVALUATE.

       CONFERIR-CADEIA-NOVA.
           MOVE CNV-VER-CHK TO CHK-BASE
           PERFORM CALCULAR-CHECK
           IF CHK-H NOT = CNV-CHECK-LIDO
               MOVE "NOVO VALOR DE CONTROLE NAO CONFERE" TO CNV-MSG
               PERFORM IMPRIMIR-FALHA-CONVERSAO
           END-IF
           MOVE CNV-CHECK-LIDO TO CNV-VER-CHK.

       CONFERIR-DV-CONVERTIDO.
           IF CNV-COD-VER NOT = SPACES
               MOVE CNV-COD-VER TO CDV-COD
               PERFORM VALIDAR-DIGITO-COD
               IF CDV-OK NOT = 'S'
                   ADD 1 TO CNV-DV-INV
               END-IF
           END-IF.

       EFETIVAR-CONVERSAO.
           MOVE "mkdir -p conversao.ant" TO CNV-CMD
           CALL "SYSTEM" USING CNV-CMD
           IF CNV-CLI-PREP = 'S'
               PERFORM BACKUP-CLIENTES
               MOVE "mv clientes.dat conversao.ant/clientes.dat"
                   TO CNV-CMD
               CALL "SYSTEM" USING CNV-CMD
               IF RETURN-CODE NOT = 0
                   MOVE "clientes.dat" TO CNV-ARQUIVO
                   MOVE 0 TO CNV-REG-ARQ
                   MOVE "FALHA AO PRESERVAR O ORIGINAL" TO CNV-MSG
                   PERFORM IMPRIMIR-FALHA-CONVERSAO
               ELSE
                   PERFORM CARREGAR-CLIENTES-CONVERTIDOS
               END-IF
           END-IF
           IF CNV-ERROS = 0
               MOVE 'S' TO CNV-EFETIVADA
               MOVE 1 TO CNV-PREP-IDX
               PERFORM UNTIL CNV-PREP-IDX > CNV-PREP-CONT
                   PERFORM SUBSTITUIR-ARQUIVO-CONVERTIDO
                   ADD 1 TO CNV-PREP-IDX
               END-PERFORM
               IF CNV-ERROS = 0
                   MOVE CNV-RAZ-SEQ-FIM TO CAD-RAZ-SEQ
                   MOVE CNV-RAZ-CHK-FIM TO CAD-RAZ-CHECK
                   MOVE CNV-AUD-SEQ-FIM TO CAD-AUD-SEQ
                   MOVE CNV-AUD-CHK-FIM TO CAD-AUD-CHECK
                   PERFORM GRAVAR-CADEIA
                   ACCEPT AUD-DATA FROM DATE YYYYMMDD
                   ACCEPT AUD-HORA FROM TIME
                   MOVE AUD-DATA TO CNVCTL-DATA
                   MOVE AUD-HORA TO CNVCTL-HORA
                   MOVE OPERADOR-ATUAL TO CNVCTL-OPERADOR
                   OPEN OUTPUT CNVCTL
                   WRITE CNVCTL-REGISTRO
                   CLOSE CNVCTL
                   MOVE "CONVERSAO" TO AUD-OPERACAO
                   MOVE SPACES TO AUD-COD
                   MOVE "CODIGO 3 DIGITOS" TO AUD-NOME-ANTIGO
                   MOVE 0 TO AUD-SALDO-ANTIGO
                   MOVE "CODIGO 7 DIGITOS+DV" TO AUD-NOME-NOVO
                   MOVE 0 TO AUD-SALDO-NOVO
                   PERFORM REGISTRAR-AUDITORIA
               END-IF
           END-IF.

       SUBSTITUIR-ARQUIVO-CONVERTIDO.
           MOVE CNV-PREP-NOME (CNV-PREP-IDX) TO CNV-ARQUIVO
           MOVE SPACES TO CNV-CMD
           STRING "mv " DELIMITED BY SIZE
                  CNV-ARQUIVO DELIMITED BY SPACE
                  " conversao.ant/ && mv conversao.prep/"
                      DELIMITED BY SIZE
                  CNV-ARQUIVO DELIMITED BY SPACE
                  " ." DELIMITED BY SIZE
                  INTO CNV-CMD
           END-STRING
           CALL "SYSTEM" USING CNV-CMD
           IF RETURN-CODE NOT = 0
               MOVE 0 TO CNV-REG-ARQ
               MOVE "FALHA AO SUBSTITUIR O ARQUIVO" TO CNV-MSG
               PERFORM IMPRIMIR-FALHA-CONVERSAO
           END-IF.

       CARREGAR-CLIENTES-CONVERTIDOS.
           MOVE 'K' TO CNV-TIPO
           MOVE "clientes.dat" TO CNV-ARQUIVO
           PERFORM ZERAR-CONTADORES-CONVERSAO
           MOVE "cp conversao.prep/clientes.dat conversao.ent"
               TO CNV-CMD
           CALL "SYSTEM" USING CNV-CMD
           OPEN OUTPUT CLIENTES
           IF CLIENTES-STATUS NOT = '00'
               MOVE SPACES TO CNV-MSG
               STRING "ERRO NA CRIACAO, STATUS " DELIMITED BY SIZE
                      CLIENTES-STATUS DELIMITED BY SIZE
                      INTO CNV-MSG
               END-STRING
               PERFORM IMPRIMIR-FALHA-CONVERSAO
           ELSE
               OPEN INPUT CNVENT
               IF CNVENT-STATUS NOT = '00'
                   MOVE "IMAGEM CONVERTIDA NAO PODE SER LIDA"
                       TO CNV-MSG
                   PERFORM IMPRIMIR-FALHA-CONVERSAO
               ELSE
                   MOVE 'N' TO CNV-EOF
                   PERFORM UNTIL CNV-EOF = 'S'
                       READ CNVENT
                           AT END
                               MOVE 'S' TO CNV-EOF
                           NOT AT END
                               ADD 1 TO CNV-LIDOS
                               ADD 1 TO CNV-REG-ARQ
                               MOVE CNVENT-LINHA TO CLIENTE-REGISTRO
                               PERFORM GRAVAR-CLIENTE-CONVERTIDO
                       END-READ
                   END-PERFORM
                   CLOSE CNVENT
               END-IF
               CLOSE CLIENTES
           END-IF
           MOVE CNV-CLI-SALDO TO CNV-VALOR-ANT
           IF CNV-LIDOS NOT = CNV-CLI-LIDOS
               OR CNV-GRAVADOS NOT = CNV-CLI-LIDOS
               OR CNV-VALOR-NOVO NOT = CNV-VALOR-ANT
               MOVE 0 TO CNV-REG-ARQ
               MOVE "TOTAIS DA CARGA DIVERGEM" TO CNV-MSG
               PERFORM IMPRIMIR-FALHA-CONVERSAO
           END-IF
           IF CNV-ERROS-ARQ > 0
               MOVE "FALHA" TO CNV-SIT
               MOVE SPACES TO CNV-CMD
               STRING "rm -f clientes.dat; " DELIMITED BY SIZE
                      "mv conversao.ant/clientes.dat clientes.dat"
                          DELIMITED BY SIZE
                      INTO CNV-CMD
               END-STRING
               CALL "SYSTEM" USING CNV-CMD
           ELSE
               MOVE "OK" TO CNV-SIT
           END-IF
           MOVE "clientes.dat (carga)" TO CNV-ARQUIVO
           PERFORM IMPRIMIR-LINHA-CONVREL.

       GRAVAR-CLIENTE-CONVERTIDO.
           WRITE CLIENTE-REGISTRO
               INVALID KEY
                   MOVE "CODIGO DUPLICADO NA CARGA" TO CNV-MSG
                   PERFORM IMPRIMIR-FALHA-CONVERSAO
               NOT INVALID KEY
                   ADD 1 TO CNV-GRAVADOS
                   IF CLIENTE-SALDO NUMERIC
                       ADD CLIENTE-SALDO TO CNV-VALOR-NOVO
                   END-IF
           END-WRITE.

       IMPRIMIR-CABECALHO-CONVREL.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE "CONVERSAO DO CODIGO DE CLIENTE PARA 7 DIGITOS + DV"
               TO CNVREL-LINHA
           WRITE CNVREL-LINHA
           MOVE SPACES TO CNVREL-LINHA
           STRING "DATA: " DELIMITED BY SIZE
                  AUD-DATA DELIMITED BY SIZE
                  "  HORA: " DELIMITED BY SIZE
                  AUD-HORA DELIMITED BY SIZE
                  "  OPERADOR: " DELIMITED BY SIZE
                  OPERADOR-ATUAL DELIMITED BY SIZE
                  INTO CNVREL-LINHA
           END-STRING
           WRITE CNVREL-LINHA
           MOVE SPACES TO CNVREL-LINHA
           WRITE CNVREL-LINHA
           MOVE SPACES TO CNVREL-LINHA
           STRING "ARQUIVO                       LIDOS  GRAVADOS  "
                      DELIMITED BY SIZE
                  "NAO CONV    DV INV        VALOR ANTES       "
                      DELIMITED BY SIZE
                  "VALOR DEPOIS  SITUACAO" DELIMITED BY SIZE
                  INTO CNVREL-LINHA
           END-STRING
           WRITE CNVREL-LINHA.

       IMPRIMIR-LINHA-CONVREL.
           MOVE CNV-ARQUIVO TO CNV-REL-ARQUIVO
           MOVE CNV-LIDOS TO CNV-REL-LIDOS
           MOVE CNV-GRAVADOS TO CNV-REL-GRAVADOS
           MOVE CNV-NAO-CONV TO CNV-REL-NAO-CONV
           MOVE CNV-DV-INV TO CNV-REL-DV-INV
           MOVE CNV-VALOR-ANT TO CNV-REL-VALOR-ANT
           MOVE CNV-VALOR-NOVO TO CNV-REL-VALOR-NOVO
           MOVE CNV-SIT TO CNV-REL-SIT
           MOVE CNV-LINHA-REL TO CNVREL-LINHA
           WRITE CNVREL-LINHA.

       IMPRIMIR-FALHA-CONVERSAO.
           ADD 1 TO CNV-ERROS-ARQ
           ADD 1 TO CNV-ERROS
           MOVE CNV-REG-ARQ TO CNV-CONT-EDT
           MOVE SPACES TO CNVREL-LINHA
           STRING "  " DELIMITED BY SIZE
                  CNV-ARQUIVO DELIMITED BY SPACE
                  " REG " DELIMITED BY SIZE
                  CNV-CONT-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CNV-MSG DELIMITED BY SIZE
                  INTO CNVREL-LINHA
           END-STRING
           WRITE CNVREL-LINHA.

       IMPRIMIR-TOTAIS-CONVREL.
           MOVE SPACES TO CNVREL-LINHA
           WRITE CNVREL-LINHA
           MOVE CNV-ARQ-CONT TO CNV-CONT-EDT
           MOVE SPACES TO CNVREL-LINHA
           STRING "ARQUIVOS PROCESSADOS:    " DELIMITED BY SIZE
                  CNV-CONT-EDT DELIMITED BY SIZE
                  INTO CNVREL-LINHA
           END-STRING
           WRITE CNVREL-LINHA
           MOVE CNV-ERROS TO CNV-CONT-EDT
           MOVE SPACES TO CNVREL-LINHA
           STRING "TOTAL DE FALHAS:         " DELIMITED BY SIZE
                  CNV-CONT-EDT DELIMITED BY SIZE
                  INTO CNVREL-LINHA
           END-STRING
           WRITE CNVREL-LINHA
           MOVE SPACES TO CNVREL-LINHA
           WRITE CNVREL-LINHA
           IF CNV-EFETIVADA = 'S'
               MOVE SPACES TO CNVREL-LINHA
               IF CNV-ERROS = 0
                   STRING "CONVERSAO EFETIVADA. ARQUIVOS ORIGINAIS "
                              DELIMITED BY SIZE
                          "EM conversao.ant/" DELIMITED BY SIZE
                          INTO CNVREL-LINHA
                   END-STRING
                   WRITE CNVREL-LINHA
                   MOVE CAD-RAZ-SEQ TO CNV-SEQ-EDT
                   MOVE SPACES TO CNVREL-LINHA
                   STRING "NOVA ANCORA DO RAZAO:     SEQ "
                              DELIMITED BY SIZE
                          CNV-SEQ-EDT DELIMITED BY SIZE
                          "  CHECK " DELIMITED BY SIZE
                          CAD-RAZ-CHECK DELIMITED BY SIZE
                          INTO CNVREL-LINHA
                   END-STRING
                   WRITE CNVREL-LINHA
                   MOVE CAD-AUD-SEQ TO CNV-SEQ-EDT
                   MOVE SPACES TO CNVREL-LINHA
                   STRING "NOVA ANCORA DA AUDITORIA: SEQ "
                              DELIMITED BY SIZE
                          CNV-SEQ-EDT DELIMITED BY SIZE
                          "  CHECK " DELIMITED BY SIZE
                          CAD-AUD-CHECK DELIMITED BY SIZE
                          INTO CNVREL-LINHA
                   END-STRING
                   WRITE CNVREL-LINHA
               ELSE
                   STRING "CONVERSAO INCOMPLETA: RESTAURE OS ARQUIVOS "
                              DELIMITED BY SIZE
                          "DE conversao.ant/" DELIMITED BY SIZE
                          INTO CNVREL-LINHA
                   END-STRING
                   WRITE CNVREL-LINHA
               END-IF
           ELSE
               MOVE "CONVERSAO NAO EFETIVADA: NENHUM ARQUIVO ALTERADO"
                   TO CNVREL-LINHA
               WRITE CNVREL-LINHA
           END-IF.

       CAIXA-OPERADOR.
           MOVE 0 TO CXA-OPCAO
           PERFORM UNTIL CXA-OPCAO = 5
               DISPLAY "=== CAIXA DO OPERADOR ==="
               DISPLAY "1 - Abrir Caixa"
               DISPLAY "2 - Fechar Caixa"
               DISPLAY "3 - Situacao dos Caixas"
               DISPLAY "4 - Historico de Diferencas"
               DISPLAY "5 - Voltar"
               ACCEPT CXA-OPCAO
               EVALUATE CXA-OPCAO
                   WHEN 1
                       PERFORM ABRIR-CAIXA
                   WHEN 2
                       PERFORM FECHAR-CAIXA
                   WHEN 3
                       PERFORM LISTAR-CAIXAS
                   WHEN 4
                       IF OPERADOR-SUPERVISOR
                           PERFORM HISTORICO-CAIXAS
                       ELSE
                           DISPLAY "Opcao restrita ao supervisor."
                       END-IF
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida!"
               END-EVALUATE
           END-PERFORM.

       ABRIR-CAIXA.
           PERFORM VERIFICAR-DIA-FECHADO
           IF DIA-FECHADO = 'S'
               DISPLAY "Dia ja fechado: " FECH-HOJE
               DISPLAY "Caixa nao pode ser aberto."
           ELSE
               MOVE OPERADOR-ATUAL TO CXA-OPER-PROCURA
               PERFORM LOCALIZAR-CAIXA
               IF CXA-TEM-ABERTO = 'S'
                   DISPLAY "Caixa de " CXA-W-DATA " ainda aberto. "
                       "Feche-o antes de abrir outro."
               ELSE
                   IF CXA-TEM-HOJE = 'S'
                       DISPLAY "Caixa de hoje ja foi aberto e fechado."
                   ELSE
                       DISPLAY "Valor de abertura em especie "
                           "(9 digitos):"
                       ACCEPT VALOR-DIGITADO
                       IF VALOR-DIGITADO NOT NUMERIC
                           DISPLAY "Valor invalido. Use so digitos."
                       ELSE
                           PERFORM GRAVAR-ABERTURA-CAIXA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GRAVAR-ABERTURA-CAIXA.
           ACCEPT AUD-HORA FROM TIME
           MOVE FECH-HOJE-X TO CXA-DATA
           MOVE OPERADOR-ATUAL TO CXA-OPERADOR
           MOVE 'A' TO CXA-SITUACAO
           MOVE AUD-HORA TO CXA-HORA-ABERTURA
           MOVE VALOR-DIGITADO TO CXA-ABERTURA
           MOVE SPACES TO CXA-HORA-FECHAMENTO
           MOVE 0 TO CXA-CREDITOS
           MOVE 0 TO CXA-DEBITOS
           MOVE 0 TO CXA-ESPERADO
           MOVE 0 TO CXA-CONTADO
           MOVE 0 TO CXA-DIFERENCA
           MOVE SPACES TO CXA-OPER-FECHAMENTO
           OPEN EXTEND CAIXAS
           IF CAIXAS-STATUS = '35'
               OPEN OUTPUT CAIXAS
           END-IF
           WRITE CAIXA-REGISTRO
           CLOSE CAIXAS
           MOVE CXA-ABERTURA TO CXA-EDT
           DISPLAY "Caixa aberto com " CXA-EDT
           MOVE "CAIXA-ABRE" TO AUD-OPERACAO
           MOVE SPACES TO AUD-COD
           MOVE SPACES TO AUD-NOME-ANTIGO
           MOVE 0 TO AUD-SALDO-ANTIGO
           MOVE "ABERTURA" TO AUD-NOME-NOVO
           MOVE CXA-ABERTURA TO AUD-SALDO-NOVO
           PERFORM REGISTRAR-AUDITORIA.

       LOCALIZAR-CAIXA.
           MOVE 'N' TO CXA-TEM-ABERTO
           MOVE 'N' TO CXA-TEM-HOJE
           ACCEPT FECH-HOJE FROM DATE YYYYMMDD
           MOVE FECH-HOJE TO FECH-HOJE-X
           OPEN INPUT CAIXAS
           IF CAIXAS-STATUS NOT = '35'
               MOVE 'N' TO CXA-EOF
               PERFORM UNTIL CXA-EOF = 'S'
                   READ CAIXAS
                       AT END
                           MOVE 'S' TO CXA-EOF
                       NOT AT END
                           IF CXA-OPERADOR = CXA-OPER-PROCURA
                               IF CXA-DATA = FECH-HOJE-X
                                   MOVE 'S' TO CXA-TEM-HOJE
                               END-IF
                               IF CXA-ABERTO
                                   MOVE 'S' TO CXA-TEM-ABERTO
                                   MOVE CXA-DATA TO CXA-W-DATA
                                   MOVE CXA-OPERADOR TO CXA-W-OPERADOR
                                   MOVE CXA-HORA-ABERTURA
                                       TO CXA-W-HORA-ABERTURA
                                   MOVE CXA-ABERTURA TO CXA-W-ABERTURA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAIXAS
           END-IF.

       FECHAR-CAIXA.
           MOVE OPERADOR-ATUAL TO CXA-OPER-PROCURA
           IF OPERADOR-SUPERVISOR
               DISPLAY "Operador do caixa (vazio = proprio):"
               MOVE SPACES TO CXA-OPER-DIG
               ACCEPT CXA-OPER-DIG
               IF CXA-OPER-DIG NOT = SPACES
                   MOVE CXA-OPER-DIG TO CXA-OPER-PROCURA
               END-IF
           END-IF
           PERFORM LOCALIZAR-CAIXA
           IF CXA-TEM-ABERTO NOT = 'S'
               DISPLAY "Nenhum caixa aberto para o operador "
                   CXA-OPER-PROCURA "."
           ELSE
               PERFORM APURAR-MOVIMENTO-CAIXA
               DISPLAY "=== Caixa " CXA-W-OPERADOR " de " CXA-W-DATA
                   " ==="
               MOVE CXA-W-ABERTURA TO CXA-EDT
               DISPLAY "Valor de abertura:     " CXA-EDT
               MOVE CXA-W-CREDITOS TO CXA-EDT
               DISPLAY "Creditos em especie:   " CXA-EDT
               MOVE CXA-W-DEBITOS TO CXA-EDT
               DISPLAY "Debitos em especie:    " CXA-EDT
               MOVE CXA-W-ESPERADO TO CXA-EDT
               DISPLAY "Saldo esperado:        " CXA-EDT
               DISPLAY "Valor contado em especie (9 digitos):"
               ACCEPT VALOR-DIGITADO
               IF VALOR-DIGITADO NOT NUMERIC
                   DISPLAY "Valor invalido. Use so digitos."
               ELSE
                   MOVE VALOR-DIGITADO TO CXA-W-CONTADO
                   COMPUTE CXA-W-DIFERENCA =
                       CXA-W-CONTADO - CXA-W-ESPERADO
                   PERFORM CLASSIFICAR-DIFERENCA-CAIXA
                   MOVE CXA-W-DIFERENCA TO CXA-EDT
                   DISPLAY "Diferenca:             " CXA-EDT
                       " " CXA-RESULTADO
                   DISPLAY "Confirma o fechamento do caixa? (S/N):"
                   ACCEPT CONTINUA-CRIACAO
                   IF CONTINUA-CRIACAO = 'S'
                       PERFORM EFETIVAR-FECHAMENTO-CAIXA
                   ELSE
                       DISPLAY "Fechamento do caixa cancelado."
                   END-IF
               END-IF
           END-IF.

       CLASSIFICAR-DIFERENCA-CAIXA.
           IF CXA-W-DIFERENCA < 0
               MOVE "FALTA" TO CXA-RESULTADO
           ELSE
               IF CXA-W-DIFERENCA > 0
                   MOVE "SOBRA" TO CXA-RESULTADO
               ELSE
                   MOVE "CONFERE" TO CXA-RESULTADO
               END-IF
           END-IF.

       APURAR-MOVIMENTO-CAIXA.
           MOVE 0 TO CXA-W-CREDITOS
           MOVE 0 TO CXA-W-DEBITOS
           MOVE 0 TO CXA-W-OUT-CRED
           MOVE 0 TO CXA-W-OUT-DEB
           MOVE 0 TO CXM-CONT
           IF CXA-W-DATA < FECH-HOJE-X
               PERFORM CARREGAR-GERACOES-RAZAO
               MOVE 1 TO ARQL-IDX
               PERFORM UNTIL ARQL-IDX > ARQL-CONT
                   PERFORM ABRIR-GERACAO-ARQLEIT
                   IF ARQLEIT-STATUS = '00'
                       MOVE 'N' TO CXA-EOF
                       PERFORM UNTIL CXA-EOF = 'S'
                           READ ARQLEIT
                               AT END
                                   MOVE 'S' TO CXA-EOF
                               NOT AT END
                                   MOVE ARQLEIT-LINHA TO RAZAO-REGISTRO
                                   PERFORM ACUMULAR-MOVTO-CAIXA
                           END-READ
                       END-PERFORM
                       PERFORM FECHAR-GERACAO-ARQLEIT
                   END-IF
                   ADD 1 TO ARQL-IDX
               END-PERFORM
           END-IF
           OPEN INPUT RAZAO
           IF RAZAO-STATUS NOT = '35'
               MOVE 'N' TO CXA-EOF
               PERFORM UNTIL CXA-EOF = 'S'
                   READ RAZAO
                       AT END
                           MOVE 'S' TO CXA-EOF
                       NOT AT END
                           PERFORM ACUMULAR-MOVTO-CAIXA
                   END-READ
               END-PERFORM
               CLOSE RAZAO
           END-IF
           COMPUTE CXA-W-ESPERADO = CXA-W-ABERTURA
               + CXA-W-CREDITOS - CXA-W-DEBITOS.

       ACUMULAR-MOVTO-CAIXA.
           IF RAZAO-OPERADOR = CXA-W-OPERADOR
               AND RAZAO-DATA-MOVTO = CXA-W-DATA
               IF RAZAO-CONTRAPARTE = SPACES
                   AND RAZAO-MOTIVO NOT = "TARM"
                   AND RAZAO-MOTIVO NOT = "TARI"
                   AND RAZAO-MOTIVO NOT = "JURO"
                   AND RAZAO-MOTIVO NOT = "JCHE"
                   AND RAZAO-MOTIVO NOT = "FUSA"
                   AND RAZAO-REFERENCIA NOT = "LOTE"
                   AND RAZAO-REFERENCIA NOT = "AGENDA"
                   AND RAZAO-REFERENCIA NOT = "REJEITO"
                   MOVE 'S' TO CXA-W-EM-CAIXA
                   IF RAZAO-TIPO = 'D'
                       ADD RAZAO-VALOR TO CXA-W-DEBITOS
                   ELSE
                       ADD RAZAO-VALOR TO CXA-W-CREDITOS
                   END-IF
               ELSE
                   MOVE 'N' TO CXA-W-EM-CAIXA
                   IF RAZAO-TIPO = 'D'
                       ADD RAZAO-VALOR TO CXA-W-OUT-DEB
                   ELSE
                       ADD RAZAO-VALOR TO CXA-W-OUT-CRED
                   END-IF
               END-IF
               PERFORM LOCALIZAR-MOTIVO-CAIXA
               ADD 1 TO CXM-QTD (CXM-IDX)
               IF RAZAO-TIPO = 'D'
                   ADD RAZAO-VALOR TO CXM-DEBITOS (CXM-IDX)
               ELSE
                   ADD RAZAO-VALOR TO CXM-CREDITOS (CXM-IDX)
               END-IF
           END-IF.

       LOCALIZAR-MOTIVO-CAIXA.
           MOVE 'N' TO CXM-ACHOU
           MOVE 1 TO CXM-IDX
           PERFORM UNTIL CXM-IDX > CXM-CONT OR CXM-ACHOU = 'S'
               IF CXM-MOTIVO (CXM-IDX) = RAZAO-MOTIVO
                   AND CXM-EM-CAIXA (CXM-IDX) = CXA-W-EM-CAIXA
                   MOVE 'S' TO CXM-ACHOU
               ELSE
                   ADD 1 TO CXM-IDX
               END-IF
           END-PERFORM
           IF CXM-ACHOU NOT = 'S'
               IF CXM-CONT < 39
                   ADD 1 TO CXM-CONT
                   MOVE CXM-CONT TO CXM-IDX
                   MOVE RAZAO-MOTIVO TO CXM-MOTIVO (CXM-IDX)
                   PERFORM INICIAR-MOTIVO-CAIXA
               ELSE
                   MOVE 40 TO CXM-IDX
                   IF CXM-CONT < 40
                       MOVE 40 TO CXM-CONT
                       MOVE "...." TO CXM-MOTIVO (CXM-IDX)
                       PERFORM INICIAR-MOTIVO-CAIXA
                   END-IF
               END-IF
           END-IF.

       INICIAR-MOTIVO-CAIXA.
           MOVE CXA-W-EM-CAIXA TO CXM-EM-CAIXA (CXM-IDX)
           MOVE 0 TO CXM-QTD (CXM-IDX)
           MOVE 0 TO CXM-CREDITOS (CXM-IDX)
           MOVE 0 TO CXM-DEBITOS (CXM-IDX).

       EFETIVAR-FECHAMENTO-CAIXA.
           ACCEPT AUD-HORA FROM TIME
           MOVE AUD-HORA TO CXA-W-HORA-FECHAMENTO
           MOVE 'N' TO CXA-GRAVOU
           OPEN INPUT CAIXAS
           IF CAIXAS-STATUS NOT = '00'
               DISPLAY "Falha ao abrir caixas.dat."
           ELSE
               OPEN OUTPUT CXATMP
               MOVE 'N' TO CXA-EOF
               PERFORM UNTIL CXA-EOF = 'S'
                   READ CAIXAS
                       AT END
                           MOVE 'S' TO CXA-EOF
                       NOT AT END
                           IF CXA-OPERADOR = CXA-W-OPERADOR
                               AND CXA-DATA = CXA-W-DATA
                               AND CXA-ABERTO
                               PERFORM ATUALIZAR-REG-CAIXA
                           END-IF
                           WRITE CXATMP-LINHA FROM CAIXA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE CAIXAS
               CLOSE CXATMP
               IF CXA-GRAVOU NOT = 'S'
                   MOVE "rm -f caixas.tmp" TO ARQ-CMD
                   CALL "SYSTEM" USING ARQ-CMD
                   DISPLAY "Caixa aberto nao encontrado."
               ELSE
                   MOVE "mv caixas.tmp caixas.dat" TO ARQ-CMD
                   CALL "SYSTEM" USING ARQ-CMD
                   IF RETURN-CODE NOT = 0
                       MOVE 'N' TO CXA-GRAVOU
                       DISPLAY "Falha ao regravar caixas.dat."
                   END-IF
               END-IF
           END-IF
           IF CXA-GRAVOU = 'S'
               PERFORM GRAVAR-HISTORICO-CAIXA
               PERFORM IMPRIMIR-RELATORIO-CAIXA
               MOVE "CAIXA-FECHA" TO AUD-OPERACAO
               MOVE SPACES TO AUD-COD
               MOVE "ESPERADO" TO AUD-NOME-ANTIGO
               MOVE CXA-W-ESPERADO TO AUD-SALDO-ANTIGO
               MOVE SPACES TO AUD-NOME-NOVO
               STRING "CONTADO " DELIMITED BY SIZE
                      CXA-W-OPERADOR DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CXA-RESULTADO DELIMITED BY SIZE
                      INTO AUD-NOME-NOVO
               END-STRING
               MOVE CXA-W-CONTADO TO AUD-SALDO-NOVO
               PERFORM REGISTRAR-AUDITORIA
               DISPLAY "Caixa fechado. Relatorio gravado em "
                   "caixarel.dat."
           END-IF.

       ATUALIZAR-REG-CAIXA.
           MOVE 'F' TO CXA-SITUACAO
           MOVE CXA-W-HORA-FECHAMENTO TO CXA-HORA-FECHAMENTO
           MOVE CXA-W-CREDITOS TO CXA-CREDITOS
           MOVE CXA-W-DEBITOS TO CXA-DEBITOS
           MOVE CXA-W-ESPERADO TO CXA-ESPERADO
           MOVE CXA-W-CONTADO TO CXA-CONTADO
           MOVE CXA-W-DIFERENCA TO CXA-DIFERENCA
           MOVE OPERADOR-ATUAL TO CXA-OPER-FECHAMENTO
           MOVE 'S' TO CXA-GRAVOU.

       GRAVAR-HISTORICO-CAIXA.
           MOVE CXA-W-DATA TO CXH-DATA
           MOVE CXA-W-OPERADOR TO CXH-OPERADOR
           MOVE CXA-W-ESPERADO TO CXH-ESPERADO
           MOVE CXA-W-CONTADO TO CXH-CONTADO
           MOVE CXA-W-DIFERENCA TO CXH-DIFERENCA
           MOVE CXA-RESULTADO TO CXH-RESULTADO
           MOVE OPERADOR-ATUAL TO CXH-OPER-FECHAMENTO
           MOVE CXA-W-HORA-FECHAMENTO TO CXH-HORA
           OPEN EXTEND CXAHIST
           IF CXAHIST-STATUS = '35'
               OPEN OUTPUT CXAHIST
           END-IF
           WRITE CXAHIST-REGISTRO
           CLOSE CXAHIST.

       IMPRIMIR-RELATORIO-CAIXA.
           OPEN OUTPUT CXAREL
           MOVE 0 TO CXA-REL-PAGINA
           PERFORM IMPRIMIR-CABECALHO-CXAREL
           MOVE 1 TO CXM-IDX
           PERFORM UNTIL CXM-IDX > CXM-CONT
               IF CXA-REL-LINHAS >= REL-MAX-LINHAS
                   PERFORM IMPRIMIR-CABECALHO-CXAREL
               END-IF
               MOVE CXM-MOTIVO (CXM-IDX) TO CXA-LM-MOTIVO
               IF CXM-EM-CAIXA (CXM-IDX) = 'S'
                   MOVE "SIM" TO CXA-LM-CAIXA
               ELSE
                   MOVE "NAO" TO CXA-LM-CAIXA
               END-IF
               MOVE CXM-QTD (CXM-IDX) TO CXA-LM-QTD
               MOVE CXM-CREDITOS (CXM-IDX) TO CXA-LM-CREDITOS
               MOVE CXM-DEBITOS (CXM-IDX) TO CXA-LM-DEBITOS
               MOVE CXA-LINHA-MOTIVO TO CXAREL-LINHA
               WRITE CXAREL-LINHA
               ADD 1 TO CXA-REL-LINHAS
               ADD 1 TO CXM-IDX
           END-PERFORM
           MOVE SPACES TO CXAREL-LINHA
           WRITE CXAREL-LINHA
           MOVE CXA-W-ABERTURA TO CXA-EDT
           MOVE SPACES TO CXAREL-LINHA
           STRING "VALOR DE ABERTURA:      " DELIMITED BY SIZE
                  CXA-EDT DELIMITED BY SIZE
                  INTO CXAREL-LINHA
           END-STRING
           WRITE CXAREL-LINHA
           MOVE CXA-W-CREDITOS TO CXA-EDT
           MOVE SPACES TO CXAREL-LINHA
           STRING "CREDITOS EM ESPECIE:    " DELIMITED BY SIZE
                  CXA-EDT DELIMITED BY SIZE
                  INTO CXAREL-LINHA
           END-STRING
           WRITE CXAREL-LINHA
           MOVE CXA-W-DEBITOS TO CXA-EDT
           MOVE SPACES TO CXAREL-LINHA
           STRING "DEBITOS EM ESPECIE:     " DELIMITED BY SIZE
                  CXA-EDT DELIMITED BY SIZE
                  INTO CXAREL-LINHA
           END-STRING
           WRITE CXAREL-LINHA
           MOVE CXA-W-ESPERADO TO CXA-EDT
           MOVE SPACES TO CXAREL-LINHA
           STRING "SALDO ESPERADO:         " DELIMITED BY SIZE
                  CXA-EDT DELIMITED BY SIZE
                  INTO CXAREL-LINHA
           END-STRING
           WRITE CXAREL-LINHA
           MOVE CXA-W-CONTADO TO CXA-EDT
           MOVE SPACES TO CXAREL-LINHA
           STRING "VALOR CONTADO:          " DELIMITED BY SIZE
                  CXA-EDT DELIMITED BY SIZE
                  INTO CXAREL-LINHA
           END-STRING
           WRITE CXAREL-LINHA
           MOVE CXA-W-DIFERENCA TO CXA-EDT
           MOVE SPACES TO CXAREL-LINHA
           STRING "DIFERENCA:              " DELIMITED BY SIZE
                  CXA-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CXA-RESULTADO DELIMITED BY SIZE
                  INTO CXAREL-LINHA
           END-STRING
           WRITE CXAREL-LINHA
           MOVE SPACES TO CXAREL-LINHA
           WRITE CXAREL-LINHA
           MOVE CXA-W-OUT-CRED TO CXA-EDT
           MOVE SPACES TO CXAREL-LINHA
           STRING "CREDITOS SEM ESPECIE:   " DELIMITED BY SIZE
                  CXA-EDT DELIMITED BY SIZE
                  INTO CXAREL-LINHA
           END-STRING
           WRITE CXAREL-LINHA
           MOVE CXA-W-OUT-DEB TO CXA-EDT
           MOVE SPACES TO CXAREL-LINHA
           STRING "DEBITOS SEM ESPECIE:    " DELIMITED BY SIZE
                  CXA-EDT DELIMITED BY SIZE
                  INTO CXAREL-LINHA
           END-STRING
           WRITE CXAREL-LINHA
           CLOSE CXAREL.

       IMPRIMIR-CABECALHO-CXAREL.
           ADD 1 TO CXA-REL-PAGINA
           MOVE 0 TO CXA-REL-LINHAS
           MOVE CXA-REL-PAGINA TO REL-PAGINA-EDT
           MOVE SPACES TO CXAREL-LINHA
           STRING "FECHAMENTO DE CAIXA - OPERADOR " DELIMITED BY SIZE
                  CXA-W-OPERADOR DELIMITED BY SIZE
                  " - DATA " DELIMITED BY SIZE
                  CXA-W-DATA DELIMITED BY SIZE
                  " - PAGINA " DELIMITED BY SIZE
                  REL-PAGINA-EDT DELIMITED BY SIZE
                  INTO CXAREL-LINHA
           END-STRING
           WRITE CXAREL-LINHA
           MOVE SPACES TO CXAREL-LINHA
           STRING "ABERTURA " DELIMITED BY SIZE
                  CXA-W-HORA-ABERTURA DELIMITED BY SIZE
                  "  FECHAMENTO " DELIMITED BY SIZE
                  CXA-W-HORA-FECHAMENTO DELIMITED BY SIZE
                  "  FECHADO POR " DELIMITED BY SIZE
                  OPERADOR-ATUAL DELIMITED BY SIZE
                  INTO CXAREL-LINHA
           END-STRING
           WRITE CXAREL-LINHA
           MOVE SPACES TO CXAREL-LINHA
           WRITE CXAREL-LINHA
           MOVE "MOTV  CX     QTD         CREDITOS          DEBITOS"
               TO CXAREL-LINHA
           WRITE CXAREL-LINHA
           MOVE SPACES TO CXAREL-LINHA
           WRITE CXAREL-LINHA.

       LISTAR-CAIXAS.
           ACCEPT FECH-HOJE FROM DATE YYYYMMDD
           MOVE FECH-HOJE TO FECH-HOJE-X
           MOVE 0 TO CXA-QTD-ABERTOS
           OPEN INPUT CAIXAS
           IF CAIXAS-STATUS = '35'
               DISPLAY "Nenhum caixa registrado."
           ELSE
               DISPLAY "DATA     OPR S ABERTURA  VALOR ABERTURA"
                   "       DIFERENCA"
               MOVE 'N' TO CXA-EOF
               PERFORM UNTIL CXA-EOF = 'S'
                   READ CAIXAS
                       AT END
                           MOVE 'S' TO CXA-EOF
                       NOT AT END
                           IF CXA-ABERTO OR CXA-DATA = FECH-HOJE-X
                               PERFORM MOSTRAR-CAIXA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAIXAS
               DISPLAY "Caixas abertos: " CXA-QTD-ABERTOS
           END-IF.

       MOSTRAR-CAIXA.
           IF CXA-ABERTO
               ADD 1 TO CXA-QTD-ABERTOS
           END-IF
           MOVE CXA-ABERTURA TO CXA-EDT
           MOVE CXA-DIFERENCA TO CXA-DIF-EDT
           IF CXA-ABERTO
               DISPLAY CXA-DATA " " CXA-OPERADOR " " CXA-SITUACAO
                   " " CXA-HORA-ABERTURA " " CXA-EDT
           ELSE
               DISPLAY CXA-DATA " " CXA-OPERADOR " " CXA-SITUACAO
                   " " CXA-HORA-ABERTURA " " CXA-EDT
                   " " CXA-DIF-EDT
           END-IF.

       HISTORICO-CAIXAS.
           DISPLAY "Operador (vazio = todos):"
           MOVE SPACES TO CXH-OPER-FILTRO
           ACCEPT CXH-OPER-FILTRO
           DISPLAY "Data inicial (AAAAMMDD, vazio = todas):"
           MOVE SPACES TO CXH-DATA-INI
           ACCEPT CXH-DATA-INI
           IF CXH-DATA-INI NOT = SPACES AND CXH-DATA-INI NOT NUMERIC
               DISPLAY "Data invalida. Use AAAAMMDD."
           ELSE
               PERFORM EMITIR-HISTORICO-CAIXAS
           END-IF.

       EMITIR-HISTORICO-CAIXAS.
           MOVE 0 TO CXH-QTD
           MOVE 0 TO CXO-CONT
           MOVE 0 TO CXA-REL-PAGINA
           OPEN OUTPUT CXAHREL
           PERFORM IMPRIMIR-CABECALHO-CXAHREL
           OPEN INPUT CXAHIST
           IF CXAHIST-STATUS NOT = '35'
               MOVE 'N' TO CXA-EOF
               PERFORM UNTIL CXA-EOF = 'S'
                   READ CXAHIST
                       AT END
                           MOVE 'S' TO CXA-EOF
                       NOT AT END
                           IF (CXH-OPER-FILTRO = SPACES
                               OR CXH-OPERADOR = CXH-OPER-FILTRO)
                               AND (CXH-DATA-INI = SPACES
                               OR CXH-DATA NOT < CXH-DATA-INI)
                               PERFORM IMPRIMIR-LINHA-CXAHREL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CXAHIST
           END-IF
           MOVE SPACES TO CXAHREL-LINHA
           WRITE CXAHREL-LINHA
           MOVE "RESUMO POR OPERADOR" TO CXAHREL-LINHA
           WRITE CXAHREL-LINHA
           MOVE SPACES TO CXAHREL-LINHA
           STRING "OPR  FECH.   FALTA     VALOR FALTAS   "
                      DELIMITED BY SIZE
                  "SOBRA     VALOR SOBRAS" DELIMITED BY SIZE
                  INTO CXAHREL-LINHA
           END-STRING
           WRITE CXAHREL-LINHA
           MOVE 1 TO CXO-IDX
           PERFORM UNTIL CXO-IDX > CXO-CONT
               PERFORM IMPRIMIR-RESUMO-CXAHREL
               ADD 1 TO CXO-IDX
           END-PERFORM
           MOVE SPACES TO CXAHREL-LINHA
           WRITE CXAHREL-LINHA
           MOVE CXH-QTD TO CXA-CONT-EDT
           MOVE SPACES TO CXAHREL-LINHA
           STRING "FECHAMENTOS LISTADOS:   " DELIMITED BY SIZE
                  CXA-CONT-EDT DELIMITED BY SIZE
                  INTO CXAHREL-LINHA
           END-STRING
           WRITE CXAHREL-LINHA
           CLOSE CXAHREL
           DISPLAY "Fechamentos listados: " CXH-QTD
           DISPLAY "Relatorio gravado em caixahrel.dat.".

       IMPRIMIR-LINHA-CXAHREL.
           ADD 1 TO CXH-QTD
           PERFORM ACUMULAR-OPERADOR-CXAHREL
           IF CXA-REL-LINHAS >= REL-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO-CXAHREL
           END-IF
           MOVE CXH-DATA TO CXA-LH-DATA
           MOVE CXH-OPERADOR TO CXA-LH-OPERADOR
           MOVE CXH-ESPERADO TO CXA-LH-ESPERADO
           MOVE CXH-CONTADO TO CXA-LH-CONTADO
           MOVE CXH-DIFERENCA TO CXA-LH-DIFERENCA
           MOVE CXH-RESULTADO TO CXA-LH-RESULTADO
           MOVE CXH-OPER-FECHAMENTO TO CXA-LH-FECHADO-POR
           MOVE CXA-LINHA-HIST TO CXAHREL-LINHA
           WRITE CXAHREL-LINHA
           ADD 1 TO CXA-REL-LINHAS.

       ACUMULAR-OPERADOR-CXAHREL.
           MOVE 'N' TO CXO-ACHOU
           MOVE 1 TO CXO-IDX
           PERFORM UNTIL CXO-IDX > CXO-CONT OR CXO-ACHOU = 'S'
               IF CXO-OPERADOR (CXO-IDX) = CXH-OPERADOR
                   MOVE 'S' TO CXO-ACHOU
               ELSE
                   ADD 1 TO CXO-IDX
               END-IF
           END-PERFORM
           IF CXO-ACHOU NOT = 'S' AND CXO-CONT < 100
               ADD 1 TO CXO-CONT
               MOVE CXO-CONT TO CXO-IDX
               MOVE CXH-OPERADOR TO CXO-OPERADOR (CXO-IDX)
               MOVE 0 TO CXO-FECHAMENTOS (CXO-IDX)
               MOVE 0 TO CXO-FALTAS (CXO-IDX)
               MOVE 0 TO CXO-SOBRAS (CXO-IDX)
               MOVE 0 TO CXO-SOMA-FALTAS (CXO-IDX)
               MOVE 0 TO CXO-SOMA-SOBRAS (CXO-IDX)
               MOVE 'S' TO CXO-ACHOU
           END-IF
           IF CXO-ACHOU = 'S'
               ADD 1 TO CXO-FECHAMENTOS (CXO-IDX)
               IF CXH-DIFERENCA < 0
                   ADD 1 TO CXO-FALTAS (CXO-IDX)
                   ADD CXH-DIFERENCA TO CXO-SOMA-FALTAS (CXO-IDX)
               END-IF
               IF CXH-DIFERENCA > 0
                   ADD 1 TO CXO-SOBRAS (CXO-IDX)
                   ADD CXH-DIFERENCA TO CXO-SOMA-SOBRAS (CXO-IDX)
               END-IF
           END-IF.

       IMPRIMIR-RESUMO-CXAHREL.
           MOVE SPACES TO CXAHREL-LINHA
           MOVE CXO-FECHAMENTOS (CXO-IDX) TO CXA-LM-QTD
           MOVE CXO-SOMA-FALTAS (CXO-IDX) TO CXA-LM-CREDITOS
           MOVE CXO-SOMA-SOBRAS (CXO-IDX) TO CXA-LM-DEBITOS
           MOVE CXO-FALTAS (CXO-IDX) TO CXA-CONT-EDT
           MOVE CXO-SOBRAS (CXO-IDX) TO CXA-CONT2-EDT
           STRING CXO-OPERADOR (CXO-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CXA-LM-QTD DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  CXA-CONT-EDT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CXA-LM-CREDITOS DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  CXA-CONT2-EDT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CXA-LM-DEBITOS DELIMITED BY SIZE
                  INTO CXAHREL-LINHA
           END-STRING
           WRITE CXAHREL-LINHA.

       IMPRIMIR-CABECALHO-CXAHREL.
           ADD 1 TO CXA-REL-PAGINA
           MOVE 0 TO CXA-REL-LINHAS
           MOVE CXA-REL-PAGINA TO REL-PAGINA-EDT
           ACCEPT FECH-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO CXAHREL-LINHA
           STRING "HISTORICO DE DIFERENCAS DE CAIXA EM "
                      DELIMITED BY SIZE
                  FECH-HOJE DELIMITED BY SIZE
                  " - PAGINA " DELIMITED BY SIZE
                  REL-PAGINA-EDT DELIMITED BY SIZE
                  INTO CXAHREL-LINHA
           END-STRING
           WRITE CXAHREL-LINHA
           MOVE SPACES TO CXAHREL-LINHA
           STRING "DATA     OPR        ESPERADO         CONTADO"
                      DELIMITED BY SIZE
                  "       DIFERENCA  RESULT.  FEC" DELIMITED BY SIZE
                  INTO CXAHREL-LINHA
           END-STRING
           WRITE CXAHREL-LINHA
           MOVE SPACES TO CXAHREL-LINHA
           WRITE CXAHREL-LINHA.

       CONTAR-CAIXAS-ABERTOS.
           MOVE 0 TO CXA-QTD-ABERTOS
           OPEN INPUT CAIXAS
           IF CAIXAS-STATUS NOT = '35'
               MOVE 'N' TO CXA-EOF
               PERFORM UNTIL CXA-EOF = 'S'
                   READ CAIXAS
                       AT END
                           MOVE 'S' TO CXA-EOF
                       NOT AT END
                           IF CXA-ABERTO
                               ADD 1 TO CXA-QTD-ABERTOS
                               DISPLAY "Caixa aberto: operador "
                                   CXA-OPERADOR " desde " CXA-DATA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAIXAS
           END-IF.

       CONFERIR-CAIXAS-FECH.
           MOVE 'N' TO CXA-FORCADO
           MOVE 'N' TO CXA-LIBERADO
           PERFORM CONTAR-CAIXAS-ABERTOS
           IF CXA-QTD-ABERTOS = 0
               MOVE 'S' TO CXA-LIBERADO
           ELSE
               IF OPERADOR-SUPERVISOR
                   DISPLAY "Forcar o fechamento com caixas abertos? "
                       "(S/N):"
                   ACCEPT CONTINUA-CRIACAO
                   IF CONTINUA-CRIACAO = 'S'
                       MOVE 'S' TO CXA-FORCADO
                       MOVE 'S' TO CXA-LIBERADO
                   ELSE
                       DISPLAY "Fechamento cancelado."
                   END-IF
               ELSE
                   DISPLAY "Fechamento recusado: ha caixas abertos."
                   DISPLAY "Feche os caixas ou peca ao supervisor "
                       "para forcar o fechamento."
               END-IF
           END-IF.

       AUDITAR-FORCA-FECH.
           MOVE "FECH-FORCA" TO AUD-OPERACAO
           MOVE SPACES TO AUD-COD
           MOVE "CAIXAS ABERTOS" TO AUD-NOME-ANTIGO
           MOVE CXA-QTD-ABERTOS TO AUD-SALDO-ANTIGO
           MOVE SPACES TO AUD-NOME-NOVO
           STRING "DIA " DELIMITED BY SIZE
                  FECH-HOJE-X DELIMITED BY SIZE
                  INTO AUD-NOME-NOVO
           END-STRING
           MOVE 0 TO AUD-SALDO-NOVO
           PERFORM REGISTRAR-AUDITORIA.

       LISTAR-CAIXAS-ABERTOS-FECH.
           MOVE CXA-QTD-ABERTOS TO FECH-CONT-EDT
           MOVE SPACES TO FECHREL-LINHA
           IF CXA-FORCADO = 'S'
               STRING "CAIXAS ABERTOS:        " DELIMITED BY SIZE
                      FECH-CONT-EDT DELIMITED BY SIZE
                      " (FECHAMENTO FORCADO)" DELIMITED BY SIZE
                      INTO FECHREL-LINHA
               END-STRING
           ELSE
               STRING "CAIXAS ABERTOS:        " DELIMITED BY SIZE
                      FECH-CONT-EDT DELIMITED BY SIZE
                      INTO FECHREL-LINHA
               END-STRING
           END-IF
           WRITE FECHREL-LINHA
           IF CXA-FORCADO = 'S'
               OPEN INPUT CAIXAS
               IF CAIXAS-STATUS NOT = '35'
                   MOVE 'N' TO CXA-EOF
                   PERFORM UNTIL CXA-EOF = 'S'
                       READ CAIXAS
                           AT END
                               MOVE 'S' TO CXA-EOF
                           NOT AT END
                               IF CXA-ABERTO
                                   MOVE SPACES TO FECHREL-LINHA
                                   STRING "  OPERADOR "
                                              DELIMITED BY SIZE
                                          CXA-OPERADOR DELIMITED BY SIZE
                                          " ABERTO DESDE "
                                              DELIMITED BY SIZE
                                          CXA-DATA DELIMITED BY SIZE
                                          " " DELIMITED BY SIZE
                                          CXA-HORA-ABERTURA
                                              DELIMITED BY SIZE
                                          INTO FECHREL-LINHA
                                   END-STRING
                                   WRITE FECHREL-LINHA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAIXAS
               END-IF
           END-IF.

       TROCAR-SENHA.
           DISPLAY "Senha atual:"
           ACCEPT SENHA-ATUAL
           PERFORM ABRIR-CLIENTES-INPUT
           IF CLIENTES-OK = 'S'
               DISPLAY "Informe o Codigo do cliente:"
               PERFORM PEDIR-COD-CLIENTE
               MOVE CDV-COD TO COD-PROCURA
               MOVE COD-PROCURA TO CLIENTE-COD
               READ CLIENTES
                   INVALID KEY
                       DISPLAY "Cliente nao encontrado."
                   NOT INVALID KEY
                       IF CLIENTE-FUNDIDO
                           DISPLAY "Cliente fundido ao codigo "
                               CLIENTE-COD-DESTINO
                               ". Operacao nao permitida."
                       ELSE
                           PERFORM PEDIR-DADOS-AGENDA
                       END-IF
               END-READ
               CLOSE CLIENTES
           END-IF.
                   MOVE 'Y' TO VALOR-VALIDO
               END-IF
           END-PERFORM
           PERFORM PEDIR-MOTIVO-LANC
           ACCEPT FECH-HOJE FROM DATE YYYYMMDD
           MOVE FECH-HOJE TO FECH-HOJE-X
           MOVE 'N' TO EXT-DATA-VALIDA
           MOVE 'P' TO AGE-SITUACAO
           MOVE SPACES TO AGE-RESULTADO
           MOVE SPACES TO AGE-DATA-EXEC
           MOVE OPERADOR-ATUAL TO AGE-SOLICITANTE
           PERFORM OBTER-ALCADA
           IF ALC-LIMITE-VIG > 0
               AND LANC-VALOR > ALC-LIMITE-VIG
               MOVE 'S' TO AGE-APROVACAO
           ELSE
               MOVE 'N' TO AGE-APROVACAO
           END-IF
           WRITE AGENDA-REGISTRO
           CLOSE AGENDA
           DISPLAY "Lancamento agendado para " AGE-VENCIMENTO "."
           IF AGE-APROVACAO = 'S'
               DISPLAY "Valor acima da alcada do perfil. No "
                   "vencimento o lancamento sera enviado para "
                   "aprovacao."
           END-IF.

       PROCESSAR-AGENDA.
           PERFORM VERIFICAR-DIA-FECHADO
           MOVE 0 TO AGE-POST-CONT
           MOVE 0 TO AGE-FALHA-CONT
           MOVE 0 TO AGE-PEND-CONT
           MOVE 0 TO AGE-APROV-CONT
           MOVE 'N' TO AGE-ERRO-ARQ
           OPEN INPUT AGENDA
           IF AGENDA-STATUS = '35'
                          FECH-HOJE-X DELIMITED BY SIZE
                          INTO AGEREL-LINHA
                   WRITE AGEREL-LINHA
                   MOVE SPACES TO AGEREL-LINHA
                   STRING "VENCIMENT COD     T MOTV          VALOR "
                          "RESULTADO" DELIMITED BY SIZE
                          INTO AGEREL-LINHA
                   WRITE AGEREL-LINHA
                   MOVE 'N' TO END-OF-FILE
                   PERFORM UNTIL END-OF-FILE = 'Y'
                           NOT AT END
                               IF AGE-SITUACAO = 'P'
                                   AND AGE-VENCIMENTO NOT > FECH-HOJE-X
                                   AND (AGE-APROVACAO NOT = 'S'
                                       OR AGE-NO-FECHAMENTO NOT = 'S')
                                   PERFORM EXECUTAR-ITEM-AGENDA
                               ELSE
                                   IF AGE-SITUACAO = 'P'
                       AGE-PROC-CONT
                   DISPLAY "Itens postados: " AGE-POST-CONT
                   DISPLAY "Itens com falha: " AGE-FALHA-CONT
                   DISPLAY "Itens enviados para aprovacao: "
                       AGE-APROV-CONT
                   DISPLAY "Itens ainda pendentes: " AGE-PEND-CONT
                   DISPLAY "Relatorio gravado em agendrel.dat."
               END-IF
                   MOVE "SEMCLIENTE" TO AGE-RESULTADO
                   ADD 1 TO AGE-FALHA-CONT
               NOT INVALID KEY
                   IF AGE-APROVACAO = 'S'
                       PERFORM ENVIAR-AGENDA-APROVACAO
                   ELSE
                       PERFORM POSTAR-ITEM-AGENDA
                   END-IF
           END-READ
           MOVE FECH-HOJE-X TO AGE-DATA-EXEC
           PERFORM IMPRIMIR-ITEM-AGENDA.

       POSTAR-ITEM-AGENDA.
           MOVE AGE-TIPO TO LANC-TIPO
           MOVE AGE-VALOR TO LANC-VALOR
           MOVE AGE-MOTIVO TO LANC-MOTIVO
           MOVE "AGENDA" TO LANC-REFERENCIA
           PERFORM APLICAR-LANCAMENTO
           IF LANC-RESULTADO = 'O'
               MOVE 'E' TO AGE-SITUACAO
               MOVE "POSTADO" TO AGE-RESULTADO
               ADD 1 TO AGE-POST-CONT
           ELSE
               MOVE 'F' TO AGE-SITUACAO
               EVALUATE LANC-RESULTADO
                   WHEN 'S'
                       MOVE "SALDOINSUF" TO AGE-RESULTADO
                   WHEN 'B'
                       MOVE "SALDOBLOQ" TO AGE-RESULTADO
                   WHEN 'I'
                       MOVE "INATIVO" TO AGE-RESULTADO
                   WHEN 'F'
                       MOVE "FUNDIDO" TO AGE-RESULTADO
                   WHEN OTHER
                       MOVE "ERROGRAV" TO AGE-RESULTADO
               END-EVALUATE
               ADD 1 TO AGE-FALHA-CONT
           END-IF.

       ENVIAR-AGENDA-APROVACAO.
           IF CLIENTE-FUNDIDO
               MOVE 'F' TO AGE-SITUACAO
               MOVE "FUNDIDO" TO AGE-RESULTADO
               ADD 1 TO AGE-FALHA-CONT
           ELSE
               MOVE 'A' TO PEND-TIPO-MOV
               MOVE AGE-COD TO PEND-COD
               MOVE SPACES TO PEND-CONTRAPARTE
               MOVE AGE-TIPO TO PEND-TIPO
               MOVE AGE-VALOR TO PEND-VALOR
               MOVE AGE-MOTIVO TO PEND-MOTIVO
               MOVE AGE-SOLICITANTE TO LANC-SOLICITANTE
               PERFORM GRAVAR-PENDENTE
               MOVE SPACES TO LANC-SOLICITANTE
               MOVE 'E' TO AGE-SITUACAO
               MOVE "APROVACAO" TO AGE-RESULTADO
               ADD 1 TO AGE-APROV-CONT
           END-IF.

       IMPRIMIR-ITEM-AGENDA.
           MOVE AGE-VALOR TO AGE-VALOR-EDT
           MOVE SPACES TO AGEREL-LINHA
           STRING "ITENS COM FALHA:   " DELIMITED BY SIZE
                  AGE-CONT-EDT DELIMITED BY SIZE
                  INTO AGEREL-LINHA
           WRITE AGEREL-LINHA
           MOVE AGE-APROV-CONT TO AGE-CONT-EDT
           MOVE SPACES TO AGEREL-LINHA
           STRING "ITENS P/ APROVACAO:" DELIMITED BY SIZE
                  AGE-CONT-EDT DELIMITED BY SIZE
                  INTO AGEREL-LINHA
           WRITE AGEREL-LINHA
           MOVE AGE-PEND-CONT TO AGE-CONT-EDT
           MOVE SPACES TO AGEREL-LINHA
           STRING "ITENS PENDENTES:   " DELIMITED BY SIZE
                  AGE-CONT-EDT DELIMITED BY SIZE
                  INTO AGEREL-LINHA
           WRITE AGEREL-LINHA.

       LOTE-LANCAMENTOS.
                       MOVE "VALORINV" TO LOTE-MOTIVO-REJ
                       PERFORM REJEITAR-MOVIMENTO
                   ELSE
                       MOVE MOV-MOTIVO TO LANC-MOTIVO
                       PERFORM CLASSIFICAR-MOTIVO
                       IF LANC-SISTEMA = 'S'
                           MOVE "MOTIVORES" TO LOTE-MOTIVO-REJ
                           PERFORM REJEITAR-MOVIMENTO
                       ELSE
                           PERFORM LOCALIZAR-CLIENTE-LOTE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-CLIENTE-LOTE.
           MOVE MOV-COD TO CDV-COD
           PERFORM VALIDAR-DIGITO-COD
           IF CDV-OK NOT = 'S'
               MOVE "DIGITOINV" TO LOTE-MOTIVO-REJ
               PERFORM REJEITAR-MOVIMENTO
           ELSE
               MOVE MOV-COD TO CLIENTE-COD
               READ CLIENTES
                   INVALID KEY
                       MOVE "SEMCLIENTE" TO LOTE-MOTIVO-REJ
                       PERFORM REJEITAR-MOVIMENTO
                   NOT INVALID KEY
                       PERFORM POSTAR-MOVIMENTO-LOTE
               END-READ
           END-IF.

       POSTAR-MOVIMENTO-LOTE.
           MOVE MOV-TIPO TO LANC-TIPO
           MOVE MOV-VALOR-STR TO LANC-VALOR
           MOVE MOV-MOTIVO TO LANC-MOTIVO
           MOVE "LOTE" TO LANC-REFERENCIA
           PERFORM GRAVAR-MARCA-LOTE
           PERFORM APLICAR-LANCAMENTO
           IF LANC-RESULTADO = 'O'
                   ADD LANC-VALOR TO LOTE-SOMA-CRED
               END-IF
           ELSE
               EVALUATE LANC-RESULTADO
                   WHEN 'S'
                       MOVE "SALDOINSUF" TO LOTE-MOTIVO-REJ
                   WHEN 'B'
                       MOVE "SALDOBLOQ" TO LOTE-MOTIVO-REJ
                   WHEN 'I'
                       MOVE "INATIVO" TO LOTE-MOTIVO-REJ
                   WHEN 'F'
                       MOVE "FUNDIDO" TO LOTE-MOTIVO-REJ
                   WHEN OTHER
                       MOVE "ERROGRAV" TO LOTE-MOTIVO-REJ
               END-EVALUATE
               PERFORM REJEITAR-MOVIMENTO
           END-IF.

           END-IF.

       GERAR-CONCILIACAO.
           PERFORM LIMPAR-TABELA-CODIGOS
           MOVE 1 TO CONC-IDX
           PERFORM UNTIL CONC-IDX > 20012
               MOVE 'N' TO CONC-TEM-MOVTO (CONC-IDX)
               MOVE 'N' TO CONC-TEM-CLIENTE (CONC-IDX)
               MOVE 0 TO CONC-SALDO-RAZAO (CONC-IDX)
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF RAZAO-COD NUMERIC
                               MOVE RAZAO-COD TO TCOD-COD
                               PERFORM LOCALIZAR-COD-TABELA
                               MOVE TCOD-POS TO CONC-IDX
                               MOVE 'S' TO CONC-TEM-MOVTO (CONC-IDX)
                               MOVE RAZAO-SALDO-NOVO
                                   TO CONC-SALDO-RAZAO (CONC-IDX)

       CONFERIR-SALDO-CLIENTE.
           IF CLIENTE-COD NUMERIC
               MOVE CLIENTE-COD TO TCOD-COD
               PERFORM LOCALIZAR-COD-TABELA
               MOVE TCOD-POS TO CONC-IDX
               MOVE 'S' TO CONC-TEM-CLIENTE (CONC-IDX)
               IF CONC-TEM-MOVTO (CONC-IDX) = 'S'
                   AND CLIENTE-SALDO NOT = CONC-SALDO-RAZAO (CONC-IDX)
           END-IF.

       LISTAR-MOVTOS-ORFAOS.
           IF TCOD-CHEIA = 'S'
               MOVE "TABELA DE CODIGOS ESGOTADA: CONCILIACAO PARCIAL"
                   TO CONCILIA-LINHA
               WRITE CONCILIA-LINHA
               DISPLAY "Tabela de codigos esgotada. Conciliacao "
                   "incompleta."
           END-IF
           MOVE 1 TO CONC-IDX
           PERFORM UNTIL CONC-IDX > 20011
               IF CONC-TEM-MOVTO (CONC-IDX) = 'S'
                   AND CONC-TEM-CLIENTE (CONC-IDX) = 'N'
                   ADD 1 TO CONC-ORFAO-CONT
                   MOVE CONC-SALDO-RAZAO (CONC-IDX)
                       TO CONC-ESPERADO-EDT
                   MOVE SPACES TO CONCILIA-LINHA
                   STRING "MOVTO ORFAO CLIENTE " DELIMITED BY SIZE
                          TCOD-CHAVE (CONC-IDX) DELIMITED BY SIZE
                          " ULTIMO SALDO RAZAO " DELIMITED BY SIZE
                          CONC-ESPERADO-EDT DELIMITED BY SIZE
                          INTO CONCILIA-LINHA
               TALLYING IN LOTE-CAMPOS
           END-UNSTRING
           DISPLAY "Novo codigo (vazio = manter " MOV-COD "):"
           PERFORM PEDIR-COD-CLIENTE
           MOVE CDV-COD TO REV-NOVO-COD
           IF REV-NOVO-COD NOT = SPACES
               MOVE REV-NOVO-COD TO MOV-COD
           END-IF
                   MOVE "VALORINV" TO LOTE-MOTIVO-REJ
                   PERFORM REGRAVAR-REJEITADO-CORRIGIDO
               ELSE
                   MOVE MOV-MOTIVO TO LANC-MOTIVO
                   PERFORM CLASSIFICAR-MOTIVO
                   IF LANC-SISTEMA = 'S'
                       MOVE "MOTIVORES" TO LOTE-MOTIVO-REJ
                       PERFORM REGRAVAR-REJEITADO-CORRIGIDO
                   ELSE
                       PERFORM LOCALIZAR-CLIENTE-REJEITADO
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-CLIENTE-REJEITADO.
           MOVE MOV-COD TO CDV-COD
           PERFORM VALIDAR-DIGITO-COD
           IF CDV-OK NOT = 'S'
               MOVE "DIGITOINV" TO LOTE-MOTIVO-REJ
               PERFORM REGRAVAR-REJEITADO-CORRIGIDO
           ELSE
               MOVE MOV-COD TO CLIENTE-COD
               READ CLIENTES
                   INVALID KEY
                       MOVE "SEMCLIENTE" TO LOTE-MOTIVO-REJ
                       PERFORM REGRAVAR-REJEITADO-CORRIGIDO
                   NOT INVALID KEY
                       PERFORM POSTAR-REJEITADO
               END-READ
           END-IF.

       POSTAR-REJEITADO.
           MOVE MOV-TIPO TO LANC-TIPO
           MOVE MOV-VALOR-STR TO LANC-VALOR
           MOVE MOV-MOTIVO TO LANC-MOTIVO
           MOVE "REJEITO" TO LANC-REFERENCIA
           PERFORM APLICAR-LANCAMENTO
           IF LANC-RESULTADO = 'O'
               ADD 1 TO REV-POSTADOS
               DISPLAY "Movimento postado."
           ELSE
               EVALUATE LANC-RESULTADO
                   WHEN 'S'
                       MOVE "SALDOINSUF" TO LOTE-MOTIVO-REJ
                   WHEN 'B'
                       MOVE "SALDOBLOQ" TO LOTE-MOTIVO-REJ
                   WHEN 'I'
                       MOVE "INATIVO" TO LOTE-MOTIVO-REJ
                   WHEN 'F'
                       MOVE "FUNDIDO" TO LOTE-MOTIVO-REJ
                   WHEN OTHER
                       MOVE "ERROGRAV" TO LOTE-MOTIVO-REJ
               END-EVALUATE
               PERFORM REGRAVAR-REJEITADO-CORRIGIDO
           END-IF.

                       PERFORM JOB-ARQUIVAR
                   WHEN "AGENDA"
                       PERFORM JOB-AGENDA
                   WHEN "DORMENTES"
                       PERFORM JOB-DORMENTES
                   WHEN "INFORME"
                       PERFORM JOB-INFORME
                   WHEN "INTEGRIDADE"
                       PERFORM JOB-INTEGRIDADE
                   WHEN "CONVERSAO"
                       PERFORM JOB-CONVERSAO
                   WHEN OTHER
                       DISPLAY "Job desconhecido: " BATCH-JOB
                       MOVE 8 TO BATCH-RC

       JOB-FECHAMENTO.
           PERFORM VERIFICAR-DIA-FECHADO
           MOVE 'N' TO CXA-FORCADO
           IF DIA-FECHADO = 'S'
               DISPLAY "Dia ja fechado: " FECH-HOJE
               MOVE 4 TO BATCH-RC
               MOVE "DIA JA FECHADO" TO BATCH-CONTADORES
           ELSE
               PERFORM CONTAR-CAIXAS-ABERTOS
               IF CXA-QTD-ABERTOS > 0
                   IF BATCH-PARM = "FORCAR" AND OPERADOR-SUPERVISOR
                       MOVE 'S' TO CXA-FORCADO
                   ELSE
                       MOVE 8 TO BATCH-RC
                       MOVE "CAIXAS ABERTOS" TO BATCH-CONTADORES
                       DISPLAY "Fechamento abortado."
                   END-IF
               END-IF
           END-IF
           IF DIA-FECHADO NOT = 'S' AND BATCH-RC = 0
               MOVE 'S' TO AGE-NO-FECHAMENTO
               PERFORM EXECUTAR-AGENDA
               MOVE 'N' TO AGE-NO-FECHAMENTO
               IF AGE-ERRO-ARQ = 'S'
                   MOVE 8 TO BATCH-RC
                   MOVE "AGENDA NAO PROCESSADA" TO BATCH-CONTADORES
                              BATCH-CONT2-EDT DELIMITED BY SIZE
                              INTO BATCH-CONTADORES
                       END-STRING
                       IF CXA-FORCADO = 'S'
                           MOVE 4 TO BATCH-RC
                       END-IF
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-IF.

       JOB-DORMENTES.
           PERFORM EXECUTAR-DORMENTES
           IF CLIENTES-OK NOT = 'S'
               MOVE 8 TO BATCH-RC
               MOVE "ERRO DE ARQUIVO" TO BATCH-CONTADORES
           ELSE
               MOVE SPACES TO BATCH-CONTADORES
               MOVE DORM-AVISOS TO BATCH-CONT-EDT
               MOVE DORM-INATIVADAS TO BATCH-CONT2-EDT
               STRING "AVISOS:" DELIMITED BY SIZE
                      BATCH-CONT-EDT DELIMITED BY SIZE
                      " INATIVADAS:" DELIMITED BY SIZE
                      BATCH-CONT2-EDT DELIMITED BY SIZE
                      INTO BATCH-CONTADORES
               END-STRING
           END-IF.

       JOB-INFORME.
           MOVE BATCH-PARM TO INF-ANO-DIG
           MOVE SPACES TO INF-COD-FILTRO
           PERFORM GERAR-INFORMES
           IF INF-ANO-OK NOT = 'S'
               MOVE 8 TO BATCH-RC
               MOVE "ANO INVALIDO" TO BATCH-CONTADORES
           ELSE
               IF ARQL-EXCESSO = 'S' OR CLIENTES-OK NOT = 'S'
                   MOVE 8 TO BATCH-RC
                   MOVE "ERRO DE ARQUIVO" TO BATCH-CONTADORES
               ELSE
                   MOVE SPACES TO BATCH-CONTADORES
                   MOVE INF-QTD TO BATCH-CONT-EDT
                   STRING "ANO:" DELIMITED BY SIZE
                          INF-ANO DELIMITED BY SIZE
                          " INFORMES:" DELIMITED BY SIZE
                          BATCH-CONT-EDT DELIMITED BY SIZE
                          INTO BATCH-CONTADORES
                   END-STRING
               END-IF
           END-IF.

       JOB-INTEGRIDADE.
           PERFORM VERIFICAR-INTEGRIDADE
           IF INT-ERROS-TOTAL > 0
               MOVE 8 TO BATCH-RC
           END-IF
           MOVE SPACES TO BATCH-CONTADORES
           MOVE INT-ERROS-TOTAL TO BATCH-CONT-EDT
           STRING "FALHAS:" DELIMITED BY SIZE
                  BATCH-CONT-EDT DELIMITED BY SIZE
                  INTO BATCH-CONTADORES
           END-STRING.

       JOB-CONVERSAO.
           IF NOT OPERADOR-SUPERVISOR
               MOVE 8 TO BATCH-RC
               MOVE "RESTRITO AO SUPERVISOR" TO BATCH-CONTADORES
           ELSE
               PERFORM EXECUTAR-CONVERSAO
               IF CNV-JA-FEITA = 'S'
                   MOVE 4 TO BATCH-RC
                   MOVE "CONVERSAO JA EFETUADA" TO BATCH-CONTADORES
               ELSE
                   IF TRAVA-EM-USO = 'S'
                       MOVE 8 TO BATCH-RC
                       MOVE "ARQUIVO EM USO" TO BATCH-CONTADORES
                   ELSE
                       IF CNV-ERROS > 0
                           MOVE 8 TO BATCH-RC
                       ELSE
                           IF CNV-AVISOS > 0
                               MOVE 4 TO BATCH-RC
                           END-IF
                       END-IF
                       MOVE SPACES TO BATCH-CONTADORES
                       MOVE CNV-ARQ-CONT TO BATCH-CONT-EDT
                       MOVE CNV-ERROS TO BATCH-CONT2-EDT
                       STRING "ARQUIVOS:" DELIMITED BY SIZE
                              BATCH-CONT-EDT DELIMITED BY SIZE
                              " FALHAS:" DELIMITED BY SIZE
                              BATCH-CONT2-EDT DELIMITED BY SIZE
                              INTO BATCH-CONTADORES
                       END-STRING
                   END-IF
               END-IF
           END-IF.

       GRAVAR-JOBLOG.
           ACCEPT JOBLOG-HORA-FIM FROM TIME
           IF BATCH-RC = 0
