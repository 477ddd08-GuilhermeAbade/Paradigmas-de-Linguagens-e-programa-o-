      * que leem ou gravam clientes.dat.
      *****************************************************************
       01  CLIENTE-REGISTRO.
           05 CLIENTE-COD        PIC X(7).
           05 CLIENTE-NOME       PIC X(20).
           05 CLIENTE-SALDO      PIC S9(7)V99.
           05 CLIENTE-ENDERECO   PIC X(40).
           05 CLIENTE-TELEFONE   PIC X(15).
           05 CLIENTE-STATUS     PIC X(1).
               88 CLIENTE-ATIVO     VALUE 'A'.
               88 CLIENTE-INATIVO   VALUE 'I'.
               88 CLIENTE-FUNDIDO   VALUE 'F'.
           05 CLIENTE-LIMITE     PIC 9(7)V99.
           05 CLIENTE-COD-DESTINO PIC X(7).
