           05  GS-ACP-PORTADOR                PIC 9(04)  VALUE ZEROS.
           05  GS-DESC-PORTADOR               PIC X(30)  VALUE SPACES.
           05  GS-ACP-USUARIO                 PIC X(20)  VALUE SPACES.
           05  GS-ACP-SENHA                   PIC X(12)  VALUE SPACES.
           05  GS-VENCTO-INI                  PIC 9(08)  VALUE ZEROS.
           05  GS-VENCTO-FIM                  PIC 9(08)  VALUE ZEROS.
           05  GS-MOVTO-INI                   PIC 9(08)  VALUE ZEROS.
