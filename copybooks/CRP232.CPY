      *-----------------------------------------------------------*
      *  CRP232.CPY - campos de dados do conjunto de telas CRP232,  *
      *  continuacao de GS-DATA-BLOCK (CRP232.CPB).                 *
      *-----------------------------------------------------------*
      *    Beneficiario (CRD220) - um por empresa.
           05  GS-TIPO-INSC                   PIC 9(01)   VALUE ZEROS.
           05  GS-CNPJ                        PIC 9(14)   VALUE ZEROS.
           05  GS-RAZAO-SOCIAL                PIC X(40)   VALUE SPACES.
           05  GS-ENDERECO                    PIC X(40)   VALUE SPACES.
           05  GS-BAIRRO                      PIC X(20)   VALUE SPACES.
           05  GS-CIDADE                      PIC X(20)   VALUE SPACES.
           05  GS-UF                          PIC X(02)   VALUE SPACES.
           05  GS-CEP                         PIC 9(08)   VALUE ZEROS.
      *    Banco (BCO001) - convenio, agencia/conta e layout CNAB.
           05  GS-CODIGO-BCO                  PIC 9(03)   VALUE ZEROS.
           05  GS-NOME-BCO                    PIC X(30)   VALUE SPACES.
           05  GS-TIPO-ARQUIVO-BCO            PIC X(06)   VALUE SPACES.
           05  GS-CONVENIO-BCO                PIC 9(07)   VALUE ZEROS.
           05  GS-VARIACAO-BCO                PIC 9(03)   VALUE ZEROS.
           05  GS-LAYOUT-CNAB-BCO             PIC 9(03)   VALUE ZEROS.
           05  GS-AGENCIA-BCO                 PIC 9(05)   VALUE ZEROS.
           05  GS-DV-AGENCIA-BCO              PIC X(01)   VALUE SPACES.
           05  GS-CONTA-BCO                   PIC 9(12)   VALUE ZEROS.
           05  GS-DV-CONTA-BCO                PIC X(01)   VALUE SPACES.
           05  GS-CONT                        PIC 9(04)   VALUE ZEROS.
           05  GS-LINDET                      PIC X(80)   VALUE SPACES.
           05  GS-MENSAGEM-ERRO               PIC X(60)   VALUE SPACES.
