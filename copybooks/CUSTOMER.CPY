      ******************************************************************
      * CUSTOMER.CPY
      * Cadastro de clientes (CUSTOMER.DAT), um registro por codigo,
      * mantido pelo PROGG26. O PROGG02 so gera orcamento para cliente
      * cadastrado e ativo e imprime nome e endereco em QUOTATION.TXT;
      * o codigo fica em QH-CLIENTE do cabecalho do orcamento.
      * CU-SITUACAO: 'A' = ativo, 'I' = inativo (nao recebe orcamento
      * novo, mas continua nos relatorios).
      ******************************************************************
       01  CUSTOMER-RECORD.
           05 CU-CODIGO      PIC X(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 CU-NOME        PIC X(30).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 CU-ENDERECO    PIC X(40).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 CU-CIDADE      PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 CU-UF          PIC X(02).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 CU-TELEFONE    PIC X(15).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 CU-SITUACAO    PIC X(01).
