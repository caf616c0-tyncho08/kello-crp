       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CAPSENHA.
       AUTHOR.        MARELI AMANCIO VOLPATO.
      *CONFERENCIA DE SENHA DE USUARIO (CAD002), CHAMADA PELAS
      *APROVACOES DE SEGUNDO USUARIO (VALIDAR-SENHA DO CRP9109,
      *CRP233 E CRP236) E PELA TROCA DE SENHA (CAP004). RECEBE
      *PARAMETROS-W (COMO VEIO DO MENU), O ID DO PROGRAMA, O USUARIO
      *E A SENHA DIGITADA E DEVOLVE:
      *  "S" SENHA CONFERE           "U" USUARIO NAO CADASTRADO
      *  "I" SENHA INVALIDA          "B" USUARIO BLOQUEADO
      *  "V" SENHA CONFERE, MAS VENCIDA (TROCA OBRIGATORIA NO CAP004)
      *CADA ERRO SOMA UMA TENTATIVA NO CAD002; NA MAX-TENTATIVAS-W
      *O USUARIO E BLOQUEADO E SO O CAP005 (ADMINISTRADOR) LIBERA.
      *O ACERTO ZERA AS TENTATIVAS. TODA TENTATIVA ERRADA (LOG1-
      *OPERACAO "F") E TODO BLOQUEIO ("L") FICAM NO LOG001. A SENHA
      *DIGITADA NUNCA VAI P/ O LOG.
       DATE-WRITTEN.  15/10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX002.
           COPY LOGX001.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW002.
       COPY LOGW001.

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO.
           COPY "PARAMETR".
           05 ST-CAD002            PIC XX      VALUE SPACES.
           05 ST-LOG001            PIC XX      VALUE SPACES.
           05 PATH-CAD002          PIC X(30)   VALUE SPACES.
           05 PATH-LOG001          PIC X(30)   VALUE SPACES.
      *    Politica de senha: validade em dias a partir da ultima
      *    troca (DATA-SENHA-CA002) e erros seguidos ate o bloqueio.
           05 VALIDADE-SENHA-W     PIC 9(03)   VALUE 90.
           05 MAX-TENTATIVAS-W     PIC 9(02)   VALUE 3.
           05 DIAS-SENHA-W         PIC S9(06)  VALUE ZEROS.
           05 DATA-HOJE-W          PIC 9(08)   VALUE ZEROS.
           05 OPERACAO-LOG-W       PIC X(01)   VALUE SPACES.
           05 MOTIVO-LOG-W         PIC X(30)   VALUE SPACES.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).

       01 WS-DATA-SYS.
          05 WS-DATA-CPU.
             10 WS-ANO-CPU         PIC 9(04).
             10 WS-MES-CPU         PIC 9(02).
             10 WS-DIA-CPU         PIC 9(02).
          05 FILLER                PIC X(13).

       01  WS-HORA-SYS                 PIC 9(08).
       01  FILLER REDEFINES WS-HORA-SYS.
           03 WS-HO-SYS                PIC 9(02).
           03 WS-MI-SYS                PIC 9(02).
           03 WS-SE-SYS                PIC 9(02).
           03 WS-MS-SYS                PIC 9(02).

       LINKAGE SECTION.
       01  LNK-PARAMETROS          PIC X(80).
       01  LNK-PROGRAMA            PIC X(08).
       01  LNK-USUARIO             PIC X(20).
       01  LNK-SENHA               PIC X(12).
       01  LNK-RESULTADO           PIC X(01).

       PROCEDURE DIVISION USING LNK-PARAMETROS LNK-PROGRAMA
                                LNK-USUARIO LNK-SENHA LNK-RESULTADO.

       MAIN-PROCESS SECTION.
           MOVE LNK-PARAMETROS        TO PARAMETROS-W.
           MOVE PARAMETROS-W(01: 03)  TO EMPRESA-W.
           MOVE PARAMETROS-W(04: 20)  TO USUARIO-W.
           MOVE EMPRESA-W             TO EMP-REC.
           MOVE "CAD002" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD002.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU           TO DATA-HOJE-W.

           MOVE "U" TO LNK-RESULTADO.
           OPEN I-O CAD002.
           IF ST-CAD002 <> "00"
              GOBACK
           END-IF.

           MOVE LNK-USUARIO TO NOME-REDUZ-CA002.
           READ CAD002 INVALID KEY
                MOVE ZEROS                 TO TENTATIVAS-CA002
                MOVE "F"                   TO OPERACAO-LOG-W
                MOVE "USUARIO NAO CADASTRADO" TO MOTIVO-LOG-W
                PERFORM GRAVA-LOG-SENHA
                CLOSE CAD002
                GOBACK
           END-READ.

      *    Usuario ja bloqueado: nem confere a senha (senao o
      *    bloqueio viraria um oraculo p/ adivinhar), so registra.
           IF CA002-BLOQUEADO
              MOVE "B"                     TO LNK-RESULTADO
              MOVE "F"                     TO OPERACAO-LOG-W
              MOVE "USUARIO BLOQUEADO"     TO MOTIVO-LOG-W
              PERFORM GRAVA-LOG-SENHA
              CLOSE CAD002
              GOBACK
           END-IF.

           IF LNK-SENHA = SPACES OR LNK-SENHA <> SENHA-CA002
              PERFORM CONTA-TENTATIVA-ERRADA
           ELSE
              PERFORM CONFERE-VALIDADE
           END-IF.
           CLOSE CAD002.
           GOBACK.

       CONTA-TENTATIVA-ERRADA SECTION.
      *    Soma a tentativa e bloqueia ao atingir MAX-TENTATIVAS-W;
      *    o bloqueio gera um segundo registro no LOG001 ("L").
           MOVE "I" TO LNK-RESULTADO.
           ADD 1 TO TENTATIVAS-CA002.
           MOVE "F"                        TO OPERACAO-LOG-W.
           MOVE "SENHA INVALIDA"           TO MOTIVO-LOG-W.
           PERFORM GRAVA-LOG-SENHA.
           IF TENTATIVAS-CA002 NOT < MAX-TENTATIVAS-W
              MOVE "S"                     TO BLOQUEADO-CA002
              MOVE WS-DATA-CPU             TO DATA-BLOQUEIO-CA002
              MOVE "B"                     TO LNK-RESULTADO
              MOVE "L"                     TO OPERACAO-LOG-W
              MOVE "USUARIO BLOQUEADO"     TO MOTIVO-LOG-W
              PERFORM GRAVA-LOG-SENHA
           END-IF.
           REWRITE REG-CAD002.

       CONFERE-VALIDADE SECTION.
      *    Senha certa: zera as tentativas e ve se ainda esta no
      *    prazo. DATA-SENHA zerada (usuario convertido pelo CRP216
      *    ou senha reiniciada no CAP005) conta como vencida.
           MOVE "S" TO LNK-RESULTADO.
           IF TENTATIVAS-CA002 <> ZEROS
              MOVE ZEROS TO TENTATIVAS-CA002
              REWRITE REG-CAD002
           END-IF.
           IF DATA-SENHA-CA002 = ZEROS
              MOVE "V" TO LNK-RESULTADO
           ELSE
              COMPUTE DIAS-SENHA-W =
                      FUNCTION INTEGER-OF-DATE(DATA-HOJE-W) -
                      FUNCTION INTEGER-OF-DATE(DATA-SENHA-CA002)
              IF DIAS-SENHA-W > VALIDADE-SENHA-W
                 MOVE "V" TO LNK-RESULTADO
              END-IF
           END-IF.

       GRAVA-LOG-SENHA SECTION.
      *    Mesmo padrao do GRAVA-LOG-NEGADO do CAPACESS. LOG1-
      *    USUARIO e quem estava logado; o usuario da senha vai no
      *    texto do registro.
           OPEN I-O LOG001.
           IF ST-LOG001 = "35"
              CLOSE LOG001      OPEN OUTPUT LOG001
              CLOSE LOG001      OPEN I-O LOG001
           END-IF.
           IF ST-LOG001 <> "00"
              CLOSE LOG001
              EXIT SECTION
           END-IF.
           MOVE USUARIO-W      TO LOG1-USUARIO.
           MOVE WS-DATA-CPU    TO LOG1-DATA.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE WS-HORA-SYS    TO LOG1-HORAS.
           MOVE OPERACAO-LOG-W TO LOG1-OPERACAO.
           MOVE "CAD002"       TO LOG1-ARQUIVO.
           MOVE LNK-PROGRAMA   TO LOG1-PROGRAMA.
           MOVE SPACES         TO LOG1-REGISTRO.
           STRING MOTIVO-LOG-W " - USUARIO: " LNK-USUARIO
                  " TENTATIVAS: " TENTATIVAS-CA002
                  " PROGRAMA: " LNK-PROGRAMA
                  DELIMITED BY SIZE INTO LOG1-REGISTRO.
           MOVE 1 TO LOG1-SEQUENCIA.
           MOVE "10" TO ST-LOG001.
           PERFORM UNTIL ST-LOG001 = "00"
                WRITE REG-LOG001 INVALID KEY
                    ADD 1 TO LOG1-SEQUENCIA
                NOT INVALID KEY
                    MOVE "00" TO ST-LOG001
                END-WRITE
           END-PERFORM.
           CLOSE LOG001.
