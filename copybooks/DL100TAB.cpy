               "PASSWORD CHANGED".
           05  FILLER                  PIC X(30) VALUE
               "BATCH RUNNING - TRY LATER".
           05  FILLER                  PIC X(30) VALUE
               "SIGNED ON AT ANOTHER TERMINAL".
           05  FILLER                  PIC X(30) VALUE
               "SESSION ENDED BY SUPERVISOR".
           05  FILLER                  PIC X(02) VALUE "PT".
           05  FILLER                  PIC X(20) VALUE
               "ENTRAR NO OLA MUNDO".
               "SENHA ALTERADA".
           05  FILLER                  PIC X(30) VALUE
               "BATCH EM EXECUCAO - AGUARDE".
           05  FILLER                  PIC X(30) VALUE
               "JA CONECTADO EM OUTRO TERMINAL".
           05  FILLER                  PIC X(30) VALUE
               "SESSAO ENCERRADA - SUPERVISOR".
       01  DL100-MESSAGE-TABLE REDEFINES DL100-MESSAGE-DATA.
           05  DL100-MSG-ENTRY OCCURS 2 TIMES
                   INDEXED BY DL100-MSG-IDX.
               10  DL100-MSG-PWD-MISMATCH       PIC X(30).
               10  DL100-MSG-PWD-CHANGED        PIC X(30).
               10  DL100-MSG-BATCH-WINDOW       PIC X(30).
               10  DL100-MSG-ACTIVE-ELSEWHERE   PIC X(30).
               10  DL100-MSG-FORCED-OFF         PIC X(30).
