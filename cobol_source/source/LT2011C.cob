       IDENTIFICATION               DIVISION.
      *--------------------------------------
       PROGRAM-ID.                  LT2011C.
      *----------------------------------------------------------------*
      *   SISTEMA ................  SISTEMA DE LOTERICO                *
      *   PROGRAMA ...............  LT2011C  (CICS - TRANSACAO LT29)   *
      *----------------------------------------------------------------*
      *   ANALISTA ...............                                     *
      *   PROGRAMADOR ............  MARTINS                            *
      *   DATA CODIFICACAO .......  OUTUBRO / 2026                     *
      *   VERSAO .................  15102026 17:00HS                   *
      *----------------------------------------------------------------*
      *   FUNCAO :   MANUTENCAO ON-LINE DAS TABELAS DE REFERENCIA DO   *
      *              SISTEMA DE LOTERICO, SEM PASSAR POR CHAMADO AO    *
      *              DBA:                                              *
      *                                                                *
      *                - BLK: BLACKLIST DE FRAUDE                      *
      *                       (FC_LOTERICO_BLACKLIST);                 *
      *                - CRI: CATALOGO DE CRITICAS - TEXTO E           *
      *                       SEVERIDADE O/N/I (FC_CRITICA_LOTERICO);  *
      *                - CAT: CATEGORIAS DE LOTERICO                   *
      *                       (FC_CATEGORIA_LOTERICO).                 *
      *                                                                *
      *              FUNCOES: I = INCLUI, A = ALTERA, D = DESATIVA     *
      *              E L = LISTA (A PARTIR DA CHAVE INFORMADA, 18 POR  *
      *              TELA). NADA E APAGADO: DESATIVAR GRAVA A DATA DE  *
      *              RETIRADA (BLK) OU A SITUACAO 'I' (CRI/CAT); UMA   *
      *              NOVA INCLUSAO DA MESMA CHAVE REATIVA O REGISTRO.  *
      *                                                                *
      *              INCLUI/ALTERA/DESATIVA EXIGEM AUTORIZACAO DO      *
      *              USUARIO CICS NA FC_AUTORIZ_MANUTENCAO PARA A      *
      *              TABELA (OU 'TOD' = TODAS), SITUACAO 'A'. TODA     *
      *              ALTERACAO GRAVA NA FC_AUDITORIA_MANUTENCAO O      *
      *              USUARIO, O TERMINAL, A DATA/HORA E AS IMAGENS     *
      *              ANTES/DEPOIS DO REGISTRO, NA MESMA UNIDADE DE     *
      *              TRABALHO DA ALTERACAO.                            *
      *                                                                *
      *              PSEUDO-CONVERSACIONAL, COMO A LT28: A PRIMEIRA    *
      *              ENTRADA MOSTRA A INSTRUCAO DE USO; AS SEGUINTES   *
      *              RECEBEM O COMANDO E DEVOLVEM A TELA POR SEND      *
      *              TEXT.                                             *
      *----------------------------------------------------------------*
      *   COMANDO (80 POSICOES):                                       *
      *     COLS 01-04 - LT29                                          *
      *     COLS 06-08 - TABELA: BLK / CRI / CAT                       *
      *     COL  10    - FUNCAO: I / A / D / L                         *
      *     COLS 12-19 - CHAVE: BLK = CODIGO CEF (8 DIGITOS)           *
      *                         CRI = CODIGO DA CRITICA (3 DIGITOS)    *
      *                         CAT = CODIGO DA CATEGORIA (2 DIGITOS)  *
      *     COL  21    - SEVERIDADE O/N/I (SOMENTE CRI)                *
      *     COLS 23-80 - TEXTO: BLK = MOTIVO                           *
      *                         CRI = DESCRICAO (ATE 38 POSICOES)      *
      *                         CAT = DESCRICAO (ATE 27 POSICOES)      *
      *----------------------------------------------------------------*
       ENVIRONMENT                  DIVISION.
      *--------------------------------------
       CONFIGURATION                SECTION.
      *--------------------------------------
       SPECIAL-NAMES.
      *
           DECIMAL-POINT      IS    COMMA.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *--------------
       WORKING-STORAGE              SECTION.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      *----------------------------------------------------------------*
      *                 DEFINICAO DAS VARIAVEIS HOST                   *
      *----------------------------------------------------------------*
      *
      *--* AUTORIZACAO E AUDITORIA
      *
       77  WMAN-USUARIO                PIC X(08).
       77  WMAN-TERMINAL               PIC X(04).
       77  WMAN-TABELA                 PIC X(03).
       77  WMAN-NOM-TABELA             PIC X(30).
       77  WMAN-OPERACAO               PIC X(01).
       77  WMAN-CHAVE                  PIC X(08).
       77  WMAN-IMAGEM-ANT             PIC X(80).
       77  WMAN-IMAGEM-NOV             PIC X(80).
       77  WMAN-QT-AUTORIZ             PIC S9(009) VALUE +0  COMP.
       77  WMAN-ATIVO                  PIC X(01).
      *
      *--* CATALOGO DE CRITICAS (FC_CRITICA_LOTERICO)
      *
       77  WCRIT-COD                   PIC X(03).
       77  WCRIT-SEV                   PIC X(01).
       77  WCRIT-DES                   PIC X(38).
       77  WCRIT-STA                   PIC X(01).
      *
      *--* CATEGORIAS DE LOTERICO (FC_CATEGORIA_LOTERICO)
      *
       77  WCAT-COD                    PIC S9(004) VALUE +0  COMP.
       77  WCAT-DES                    PIC X(27).
       77  WCAT-STA                    PIC X(01).
      *
      *----------------------------------------------------------------*
           EXEC SQL END DECLARE SECTION END-EXEC.
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE FCLOTBLK   END-EXEC.
           EXEC SQL INCLUDE SQLCA      END-EXEC.
      *----------------------------------------------------------------*
      *                     CAMPOS   DE   TRABALHO                     *
      *----------------------------------------------------------------*
      *
       01           AREA-DE-WORK.
      *
           05 WS-ENTRADA                    PIC X(80) VALUE SPACES.
           05 WS-ENTRADA-R REDEFINES WS-ENTRADA.
              10 FILLER                     PIC X(05).
              10 WS-ENT-TABELA              PIC X(03).
              10 FILLER                     PIC X(01).
              10 WS-ENT-FUNCAO              PIC X(01).
              10 FILLER                     PIC X(01).
              10 WS-ENT-CHAVE               PIC X(08).
              10 WS-ENT-CHAVE-CRI REDEFINES WS-ENT-CHAVE.
                 15 WS-ENT-CRI              PIC X(03).
                 15 WS-ENT-CRI-RESTO        PIC X(05).
              10 WS-ENT-CHAVE-CAT REDEFINES WS-ENT-CHAVE.
                 15 WS-ENT-CAT              PIC X(02).
                 15 WS-ENT-CAT-RESTO        PIC X(06).
              10 FILLER                     PIC X(01).
              10 WS-ENT-SEVERIDADE          PIC X(01).
              10 FILLER                     PIC X(01).
              10 WS-ENT-TEXTO               PIC X(58).
              10 WS-ENT-TEXTO-CRI REDEFINES WS-ENT-TEXTO.
                 15 WS-ENT-DES-CRI          PIC X(38).
                 15 WS-ENT-DES-CRI-RESTO    PIC X(20).
              10 WS-ENT-TEXTO-CAT REDEFINES WS-ENT-TEXTO.
                 15 WS-ENT-DES-CAT          PIC X(27).
                 15 WS-ENT-DES-CAT-RESTO    PIC X(31).
           05 WS-ENT-LEN                    PIC S9(04) VALUE +80  COMP.
      *
           05 WS-CHAVE-BLK-N                PIC 9(08) VALUE ZEROS.
           05 WS-CHAVE-CAT-N                PIC 9(02) VALUE ZEROS.
      *
           05 WS-LIN                        PIC 9(02) VALUE ZEROS.
           05 WS-SQLCODE-ED                 PIC ZZZZZ999- VALUE ZEROS.
           05 WS-QT-LIS                     PIC 9(02) VALUE ZEROS.
           05 WS-ENTRADA-OK                 PIC 9(01) VALUE ZERO.
           05 WS-EXISTE                     PIC 9(01) VALUE ZERO.
           05 WS-ALTEROU                    PIC 9(01) VALUE ZERO.
      *
      *--* TELA DE SAIDA: 24 LINHAS DE 80 POSICOES (SEND TEXT)
      *
           05 WS-TELA.
              10 WS-TELA-LINHA OCCURS 24    PIC X(80).
           05 WS-TELA-LEN                   PIC S9(04) VALUE +1920
                                                           COMP.
      *
           05 WS-LINHA-EDIT                 PIC X(80) VALUE SPACES.
           05 WS-LINHA-EDIT-R REDEFINES WS-LINHA-EDIT.
              10 WED-ROTULO                 PIC X(08).
              10 WED-DADO                   PIC X(72).
      *
           05 WS-TITULO-EDIT.
              10 FILLER                     PIC X(47) VALUE
                 'LT2011C - MANUTENCAO DE TABELAS DE REFERENCIA'.
              10 FILLER                     PIC X(09) VALUE
                 'USUARIO '.
              10 WTI-USUARIO                PIC X(08) VALUE SPACES.
              10 FILLER                     PIC X(06) VALUE
                 ' TERM '.
              10 WTI-TERMINAL               PIC X(04) VALUE SPACES.
              10 FILLER                     PIC X(06) VALUE SPACES.
      *
      *--* IMAGEM DO REGISTRO PARA A AUDITORIA (ANTES / DEPOIS)
      *
           05 WS-IMAGEM                     PIC X(80) VALUE SPACES.
           05 WS-IMAGEM-BLK REDEFINES WS-IMAGEM.
              10 WIB-ATIVO                  PIC X(01).
              10 WIB-INCLUSAO               PIC X(10).
              10 FILLER                     PIC X(01).
              10 WIB-EXCLUSAO               PIC X(10).
              10 WIB-MOTIVO                 PIC X(58).
           05 WS-IMAGEM-CRI REDEFINES WS-IMAGEM.
              10 WIC-SEVERIDADE             PIC X(01).
              10 FILLER                     PIC X(01).
              10 WIC-ATIVO                  PIC X(01).
              10 FILLER                     PIC X(01).
              10 WIC-DESCRICAO              PIC X(38).
              10 FILLER                     PIC X(38).
           05 WS-IMAGEM-CAT REDEFINES WS-IMAGEM.
              10 WIA-ATIVO                  PIC X(01).
              10 FILLER                     PIC X(01).
              10 WIA-DESCRICAO              PIC X(27).
              10 FILLER                     PIC X(51).
      *
      *--* LINHAS DA LISTA
      *
           05 WS-LIS-BLK.
              10 WLB-CODIGO                 PIC 9(08) VALUE ZEROS.
              10 FILLER                     PIC X(01) VALUE SPACES.
              10 WLB-ATIVO                  PIC X(01) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE SPACES.
              10 WLB-INCLUSAO               PIC X(10) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE SPACES.
              10 WLB-EXCLUSAO               PIC X(10) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE SPACES.
              10 WLB-MOTIVO                 PIC X(47) VALUE SPACES.
      *
           05 WS-LIS-CRI.
              10 WLC-CODIGO                 PIC X(03) VALUE SPACES.
              10 FILLER                     PIC X(03) VALUE SPACES.
              10 WLC-SEVERIDADE             PIC X(01) VALUE SPACES.
              10 FILLER                     PIC X(04) VALUE SPACES.
              10 WLC-ATIVO                  PIC X(01) VALUE SPACES.
              10 FILLER                     PIC X(03) VALUE SPACES.
              10 WLC-DESCRICAO              PIC X(38) VALUE SPACES.
              10 FILLER                     PIC X(27) VALUE SPACES.
      *
           05 WS-LIS-CAT.
              10 WLA-CODIGO                 PIC 9(02) VALUE ZEROS.
              10 FILLER                     PIC X(03) VALUE SPACES.
              10 WLA-ATIVO                  PIC X(01) VALUE SPACES.
              10 FILLER                     PIC X(03) VALUE SPACES.
              10 WLA-DESCRICAO              PIC X(27) VALUE SPACES.
              10 FILLER                     PIC X(44) VALUE SPACES.
      *
           05 WS-CONTINUA-EDIT.
              10 FILLER                     PIC X(35) VALUE
                 'HA MAIS REGISTROS - CONTINUE COM: '.
              10 FILLER                     PIC X(05) VALUE 'LT29 '.
              10 WCT-TABELA                 PIC X(03) VALUE SPACES.
              10 FILLER                     PIC X(03) VALUE ' L '.
              10 WCT-CHAVE                  PIC X(08) VALUE SPACES.
              10 FILLER                     PIC X(26) VALUE SPACES.
      *
       01  WS-COMM-AREA.
           05 WS-COMM-FLAG                  PIC X(01) VALUE 'C'.
      *
       LINKAGE                      SECTION.
      *-------------------------------------
       01  DFHCOMMAREA.
           05 LK-COMM-FLAG                  PIC X(01).
      *
      *
       PROCEDURE DIVISION.
      *-------------------
      *
           EXEC SQL WHENEVER SQLWARNING CONTINUE  END-EXEC.
      *
           EXEC SQL WHENEVER SQLERROR   CONTINUE  END-EXEC.
      *
           EXEC SQL WHENEVER NOT FOUND  CONTINUE  END-EXEC.
      *
           IF EIBCALEN  EQUAL  ZEROS
              PERFORM  R1000-PRIMEIRA-TELA
           ELSE
              PERFORM  R2000-MANUTENCAO.
      *
           EXEC CICS
             RETURN TRANSID('LT29')
                    COMMAREA(WS-COMM-AREA)
                    LENGTH(1)
           END-EXEC.
      *
       R0000-SAIDA. EXIT.
      *----------------------------------------------------------------*
      *    PRIMEIRA ENTRADA DA TRANSACAO: INSTRUCAO DE USO.
      *-----------------------------------------------------------------
       R1000-PRIMEIRA-TELA                                      SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  SPACES  TO  WS-TELA.
           MOVE  0       TO  WS-LIN.
      *
           MOVE 'LT2011C - MANUTENCAO DE TABELAS DE REFERENCIA'
                         TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
           PERFORM  R7000-GRAVA-LINHA.
           MOVE 'INFORME: LT29 TTT F CHAVE    S TEXTO'
                         TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
           PERFORM  R7000-GRAVA-LINHA.
           MOVE '  TTT   = BLK (BLACKLIST) / CRI (CRITICA) / CAT'
                         TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
           MOVE '          (CATEGORIA)'
                         TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
           MOVE '  F     = I (INCLUI) / A (ALTERA) / D (DESATIVA)'
                         TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
           MOVE '          L (LISTA)'
                         TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
           MOVE '  CHAVE = BLK: CODIGO CEF 99999999  CRI: 999  CAT: 99'
                         TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
           MOVE '  S     = SEVERIDADE O/N/I (SOMENTE CRI)'
                         TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
           MOVE '  TEXTO = MOTIVO (BLK) OU DESCRICAO (CRI 38 / CAT 27)'
                         TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
           PERFORM  R7000-GRAVA-LINHA.
           MOVE 'EXEMPLO: LT29 CRI A 024      N CATEGORIA INVALIDA'
                         TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
      *
           PERFORM  R7100-ENVIA-TELA.
      *
       R1000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    RECEBE O COMANDO, CONFERE A AUTORIZACAO E EXECUTA A FUNCAO.
      *-----------------------------------------------------------------
       R2000-MANUTENCAO                                         SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  SPACES  TO  WS-ENTRADA.
           MOVE  +80     TO  WS-ENT-LEN.
      *
           EXEC CICS
             RECEIVE INTO(WS-ENTRADA)
                     LENGTH(WS-ENT-LEN)
           END-EXEC.
      *
           EXEC CICS
             ASSIGN USERID(WMAN-USUARIO)
           END-EXEC.
      *
           MOVE  EIBTRMID       TO  WMAN-TERMINAL.
           MOVE  WS-ENT-TABELA  TO  WMAN-TABELA.
      *
           MOVE  SPACES  TO  WS-TELA.
           MOVE  0       TO  WS-LIN.
      *
           MOVE  WMAN-USUARIO    TO  WTI-USUARIO.
           MOVE  WMAN-TERMINAL   TO  WTI-TERMINAL.
           MOVE  WS-TITULO-EDIT  TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
           MOVE  WS-ENTRADA      TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
           PERFORM  R7000-GRAVA-LINHA.
      *
           PERFORM  R2100-CRITICA-ENTRADA.
      *
           IF WS-ENTRADA-OK  EQUAL  ZERO
              PERFORM  R7000-GRAVA-LINHA
              PERFORM  R7100-ENVIA-TELA
              GO  TO  R2000-SAIDA.
      *
           IF WS-ENT-FUNCAO  NOT EQUAL  'L'
              PERFORM  R2200-VERIFICA-AUTORIZACAO
              IF WMAN-QT-AUTORIZ  EQUAL  ZEROS
                 STRING 'USUARIO '         DELIMITED BY SIZE
                        WMAN-USUARIO       DELIMITED BY SPACE
                        ' NAO AUTORIZADO A ALTERAR A TABELA '
                                           DELIMITED BY SIZE
                        WMAN-TABELA        DELIMITED BY SIZE
                        INTO  WS-LINHA-EDIT
                 PERFORM  R7000-GRAVA-LINHA
                 PERFORM  R7100-ENVIA-TELA
                 GO  TO  R2000-SAIDA.
      *
           IF WS-ENT-TABELA  EQUAL  'BLK'
              PERFORM  R3000-BLACKLIST
           ELSE
           IF WS-ENT-TABELA  EQUAL  'CRI'
              PERFORM  R4000-CRITICA
           ELSE
              PERFORM  R5000-CATEGORIA.
      *
           PERFORM  R7100-ENVIA-TELA.
      *
       R2000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    CRITICA TABELA, FUNCAO E FORMATO DA CHAVE. NA LISTA A
      *    CHAVE EM BRANCO COMECA DO INICIO DA TABELA.
      *-----------------------------------------------------------------
       R2100-CRITICA-ENTRADA                                    SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  ZERO    TO  WS-ENTRADA-OK.
           MOVE  ZEROS   TO  WS-CHAVE-BLK-N
                             WS-CHAVE-CAT-N.
      *
           IF WS-ENT-TABELA  NOT EQUAL  'BLK'  AND
              WS-ENT-TABELA  NOT EQUAL  'CRI'  AND
              WS-ENT-TABELA  NOT EQUAL  'CAT'
              MOVE 'TABELA INVALIDA - USE BLK, CRI OU CAT'
                            TO  WS-LINHA-EDIT
              GO  TO  R2100-SAIDA.
      *
           IF WS-ENT-FUNCAO  NOT EQUAL  'I'  AND
              WS-ENT-FUNCAO  NOT EQUAL  'A'  AND
              WS-ENT-FUNCAO  NOT EQUAL  'D'  AND
              WS-ENT-FUNCAO  NOT EQUAL  'L'
              MOVE 'FUNCAO INVALIDA - USE I, A, D OU L'
                            TO  WS-LINHA-EDIT
              GO  TO  R2100-SAIDA.
      *
           IF WS-ENT-FUNCAO  EQUAL  'L'  AND
              WS-ENT-CHAVE   EQUAL  SPACES
              MOVE  '000'  TO  WS-ENT-CRI
              MOVE  1  TO  WS-ENTRADA-OK
              GO  TO  R2100-SAIDA.
      *
           IF WS-ENT-TABELA  EQUAL  'BLK'
              IF WS-ENT-CHAVE  NOT NUMERIC  OR
                 WS-ENT-CHAVE  EQUAL  ZEROS
                 MOVE 'CHAVE INVALIDA - CODIGO CEF COM 8 DIGITOS'
                               TO  WS-LINHA-EDIT
                 GO  TO  R2100-SAIDA
              ELSE
                 MOVE  WS-ENT-CHAVE  TO  WS-CHAVE-BLK-N.
      *
           IF WS-ENT-TABELA  EQUAL  'CRI'
              IF WS-ENT-CRI        NOT NUMERIC  OR
                 WS-ENT-CRI-RESTO  NOT EQUAL  SPACES
                 MOVE 'CHAVE INVALIDA - CODIGO DA CRITICA COM 3 DIGITOS'
                               TO  WS-LINHA-EDIT
                 GO  TO  R2100-SAIDA.
      *
           IF WS-ENT-TABELA  EQUAL  'CAT'
              IF WS-ENT-CAT        NOT NUMERIC  OR
                 WS-ENT-CAT-RESTO  NOT EQUAL  SPACES
                 MOVE 'CHAVE INVALIDA - CODIGO DA CATEGORIA COM 2 POS.'
                               TO  WS-LINHA-EDIT
                 GO  TO  R2100-SAIDA
              ELSE
                 MOVE  WS-ENT-CAT  TO  WS-CHAVE-CAT-N.
      *
           IF WS-ENT-TABELA  EQUAL  'CAT'  AND
              WS-ENT-FUNCAO  NOT EQUAL  'L'  AND
              WS-CHAVE-CAT-N  EQUAL  ZEROS
              MOVE 'CATEGORIA 00 NAO PERMITIDA'
                            TO  WS-LINHA-EDIT
              GO  TO  R2100-SAIDA.
      *
           MOVE  1  TO  WS-ENTRADA-OK.
      *
       R2100-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    AUTORIZACAO DO USUARIO CICS PARA ALTERAR A TABELA.
      *-----------------------------------------------------------------
       R2200-VERIFICA-AUTORIZACAO                               SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  ZEROS  TO  WMAN-QT-AUTORIZ.
      *
           EXEC SQL
             SELECT  COUNT(*)
               INTO :WMAN-QT-AUTORIZ
               FROM  FDRCAP.FC_AUTORIZ_MANUTENCAO
              WHERE  COD_USUARIO      =  :WMAN-USUARIO
                AND  COD_TABELA       IN (:WMAN-TABELA, 'TOD')
                AND  STA_AUTORIZACAO  =  'A'
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              PERFORM  R9999-ERRO-SQL.
      *
       R2200-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    BLACKLIST DE FRAUDE (FC_LOTERICO_BLACKLIST).
      *-----------------------------------------------------------------
       R3000-BLACKLIST                                          SECTION.
      *-----------------------------------------------------------------
      *
           MOVE 'FC_LOTERICO_BLACKLIST'  TO  WMAN-NOM-TABELA.
           MOVE  WS-CHAVE-BLK-N          TO  FCLOTBLK-NUM-LOTERICO.
      *
           IF WS-ENT-FUNCAO  EQUAL  'L'
              PERFORM  R3500-LISTA-BLACKLIST
              GO  TO  R3000-SAIDA.
      *
           IF WS-ENT-FUNCAO  NOT EQUAL  'D'  AND
              WS-ENT-TEXTO   EQUAL  SPACES
              MOVE 'INFORME O MOTIVO NAS POSICOES 23-80'
                            TO  WS-LINHA-EDIT
              PERFORM  R7000-GRAVA-LINHA
              GO  TO  R3000-SAIDA.
      *
           PERFORM  R3100-LE-BLACKLIST.
      *
           IF WS-ENT-FUNCAO  EQUAL  'I'
              PERFORM  R3200-INCLUI-BLACKLIST
           ELSE
           IF WS-ENT-FUNCAO  EQUAL  'A'
              PERFORM  R3300-ALTERA-BLACKLIST
           ELSE
              PERFORM  R3400-DESATIVA-BLACKLIST.
      *
       R3000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    LE A ENTRADA DO LOTERICO. WS-EXISTE = 1 QUANDO HA ENTRADA;
      *    WMAN-ATIVO = 'S' QUANDO ELA NAO TEM DATA DE RETIRADA OU A
      *    RETIRADA E FUTURA. MONTA A IMAGEM ANTERIOR.
      *-----------------------------------------------------------------
       R3100-LE-BLACKLIST                                       SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  ZERO    TO  WS-EXISTE.
           MOVE  'N'     TO  WMAN-ATIVO.
           MOVE  SPACES  TO  WMAN-IMAGEM-ANT.
      *
           EXEC SQL
             SELECT  DTH_INCLUSAO,
                     VALUE(DTH_EXCLUSAO,DATE('9999-12-31')),
                     VALUE(DES_MOTIVO,' '),
                     CASE WHEN DTH_EXCLUSAO IS NULL
                            OR DTH_EXCLUSAO > CURRENT DATE
                          THEN 'S' ELSE 'N' END
               INTO :FCLOTBLK-DTH-INCLUSAO,
                    :FCLOTBLK-DTH-EXCLUSAO,
                    :FCLOTBLK-DES-MOTIVO,
                    :WMAN-ATIVO
               FROM  FDRCAP.FC_LOTERICO_BLACKLIST
              WHERE  NUM_LOTERICO  =  :FCLOTBLK-NUM-LOTERICO
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R3100-SAIDA.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              PERFORM  R9999-ERRO-SQL.
      *
           MOVE  1  TO  WS-EXISTE.
      *
           PERFORM  R3150-MONTA-IMAGEM-BLK.
           MOVE  WS-IMAGEM  TO  WMAN-IMAGEM-ANT.
      *
       R3100-SAIDA. EXIT.
      *-----------------------------------------------------------------
       R3150-MONTA-IMAGEM-BLK                                   SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  SPACES                 TO  WS-IMAGEM.
           MOVE  WMAN-ATIVO             TO  WIB-ATIVO.
           MOVE  FCLOTBLK-DTH-INCLUSAO  TO  WIB-INCLUSAO.
           IF FCLOTBLK-DTH-EXCLUSAO  NOT EQUAL  '9999-12-31'
              MOVE  FCLOTBLK-DTH-EXCLUSAO  TO  WIB-EXCLUSAO.
           MOVE  FCLOTBLK-DES-MOTIVO    TO  WIB-MOTIVO.
      *
       R3150-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    INCLUSAO: NOVA ENTRADA OU REINCLUSAO DE LOTERICO RETIRADO
      *    (NOVA DATA E MOTIVO, LIMPA A RETIRADA E A VARREDURA PARA
      *    QUE O LT2009B VOLTE A VARRE-LO). O DIGITO VEM DA
      *    FC_LOTERICO, QUANDO O LOTERICO JA ESTA CADASTRADO.
      *-----------------------------------------------------------------
       R3200-INCLUI-BLACKLIST                                   SECTION.
      *-----------------------------------------------------------------
      *
           IF WMAN-ATIVO  EQUAL  'S'
              MOVE 'LOTERICO JA CONSTA ATIVO NA BLACKLIST - USE ALTERA'
                            TO  WS-LINHA-EDIT
              PERFORM  R7000-GRAVA-LINHA
              GO  TO  R3200-SAIDA.
      *
           MOVE  ZEROS  TO  FCLOTBLK-NUM-DV-LOTERICO.
      *
           EXEC SQL
             SELECT  VALUE(NUM_DV_LOTERICO,0)
               INTO :FCLOTBLK-NUM-DV-LOTERICO
               FROM  FDRCAP.FC_LOTERICO
              WHERE  NUM_LOTERICO  =  :FCLOTBLK-NUM-LOTERICO
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS  AND
              SQLCODE  NOT EQUAL  100
              PERFORM  R9999-ERRO-SQL.
      *
           MOVE  WS-ENT-TEXTO  TO  FCLOTBLK-DES-MOTIVO.
      *
           IF WS-EXISTE  EQUAL  1
              EXEC SQL
                UPDATE  FDRCAP.FC_LOTERICO_BLACKLIST
                   SET  NUM_DV_LOTERICO  =  :FCLOTBLK-NUM-DV-LOTERICO,
                        DTH_INCLUSAO     =  CURRENT DATE,
                        DTH_EXCLUSAO     =  NULL,
                        DES_MOTIVO       =  :FCLOTBLK-DES-MOTIVO,
                        DTH_VARREDURA    =  NULL,
                        COD_USUARIO      =  :WMAN-USUARIO
                 WHERE  NUM_LOTERICO     =  :FCLOTBLK-NUM-LOTERICO
              END-EXEC
           ELSE
              EXEC SQL
                INSERT INTO FDRCAP.FC_LOTERICO_BLACKLIST
                      (NUM_LOTERICO,
                       NUM_DV_LOTERICO,
                       DTH_INCLUSAO,
                       DTH_EXCLUSAO,
                       DES_MOTIVO,
                       DTH_VARREDURA,
                       COD_USUARIO)
                VALUES
                      (:FCLOTBLK-NUM-LOTERICO,
                       :FCLOTBLK-NUM-DV-LOTERICO,
                       CURRENT DATE,
                       NULL,
                       :FCLOTBLK-DES-MOTIVO,
                       NULL,
                       :WMAN-USUARIO)
              END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              PERFORM  R9999-ERRO-SQL.
      *
           MOVE  'I'  TO  WMAN-OPERACAO.
           PERFORM  R3600-FINALIZA-BLACKLIST.
      *
           MOVE 'LOTERICO INCLUIDO NA BLACKLIST'  TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
           PERFORM  R6100-MOSTRA-IMAGENS.
      *
       R3200-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    ALTERACAO DO MOTIVO DE UMA ENTRADA ATIVA.
      *-----------------------------------------------------------------
       R3300-ALTERA-BLACKLIST                                   SECTION.
      *-----------------------------------------------------------------
      *
           IF WMAN-ATIVO  NOT EQUAL  'S'
              MOVE 'LOTERICO NAO CONSTA ATIVO NA BLACKLIST'
                            TO  WS-LINHA-EDIT
              PERFORM  R7000-GRAVA-LINHA
              GO  TO  R3300-SAIDA.
      *
           MOVE  WS-ENT-TEXTO  TO  FCLOTBLK-DES-MOTIVO.
      *
           EXEC SQL
             UPDATE  FDRCAP.FC_LOTERICO_BLACKLIST
                SET  DES_MOTIVO       =  :FCLOTBLK-DES-MOTIVO,
                     COD_USUARIO      =  :WMAN-USUARIO
              WHERE  NUM_LOTERICO     =  :FCLOTBLK-NUM-LOTERICO
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              PERFORM  R9999-ERRO-SQL.
      *
           MOVE  'A'  TO  WMAN-OPERACAO.
           PERFORM  R3600-FINALIZA-BLACKLIST.
      *
           MOVE 'MOTIVO DA BLACKLIST ALTERADO'  TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
           PERFORM  R6100-MOSTRA-IMAGENS.
      *
       R3300-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    DESATIVACAO: RETIRADA DA BLACKLIST COM A DATA DE HOJE.
      *-----------------------------------------------------------------
       R3400-DESATIVA-BLACKLIST                                 SECTION.
      *-----------------------------------------------------------------
      *
           IF WMAN-ATIVO  NOT EQUAL  'S'
              MOVE 'LOTERICO NAO CONSTA ATIVO NA BLACKLIST'
                            TO  WS-LINHA-EDIT
              PERFORM  R7000-GRAVA-LINHA
              GO  TO  R3400-SAIDA.
      *
           EXEC SQL
             UPDATE  FDRCAP.FC_LOTERICO_BLACKLIST
                SET  DTH_EXCLUSAO     =  CURRENT DATE,
                     COD_USUARIO      =  :WMAN-USUARIO
              WHERE  NUM_LOTERICO     =  :FCLOTBLK-NUM-LOTERICO
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              PERFORM  R9999-ERRO-SQL.
      *
           MOVE  'D'  TO  WMAN-OPERACAO.
           PERFORM  R3600-FINALIZA-BLACKLIST.
      *
           MOVE 'LOTERICO RETIRADO DA BLACKLIST'  TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
           PERFORM  R6100-MOSTRA-IMAGENS.
      *
       R3400-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    RELE A ENTRADA ALTERADA PARA A IMAGEM POSTERIOR E GRAVA A
      *    AUDITORIA.
      *-----------------------------------------------------------------
       R3600-FINALIZA-BLACKLIST                                 SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  WMAN-IMAGEM-ANT  TO  WMAN-IMAGEM-NOV.
      *
           PERFORM  R3100-LE-BLACKLIST.
      *
           MOVE  WMAN-IMAGEM-ANT  TO  WS-IMAGEM.
           MOVE  WMAN-IMAGEM-NOV  TO  WMAN-IMAGEM-ANT.
           MOVE  WS-IMAGEM        TO  WMAN-IMAGEM-NOV.
      *
           MOVE  WS-ENT-CHAVE  TO  WMAN-CHAVE.
      *
           PERFORM  R6000-GRAVA-AUDITORIA.
      *
       R3600-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    LISTA A BLACKLIST A PARTIR DO CODIGO INFORMADO.
      *-----------------------------------------------------------------
       R3500-LISTA-BLACKLIST                                    SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  0  TO  WS-QT-LIS.
      *
           EXEC SQL
             DECLARE  CBLKMAN  CURSOR FOR
             SELECT  NUM_LOTERICO,
                     DTH_INCLUSAO,
                     VALUE(DTH_EXCLUSAO,DATE('9999-12-31')),
                     VALUE(DES_MOTIVO,' '),
                     CASE WHEN DTH_EXCLUSAO IS NULL
                            OR DTH_EXCLUSAO > CURRENT DATE
                          THEN 'S' ELSE 'N' END
               FROM  FDRCAP.FC_LOTERICO_BLACKLIST
              WHERE  NUM_LOTERICO  >=  :FCLOTBLK-NUM-LOTERICO
              ORDER  BY NUM_LOTERICO
           END-EXEC.
      *
           EXEC SQL
             OPEN  CBLKMAN
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              PERFORM  R9999-ERRO-SQL.
      *
           MOVE 'CODIGO   S INCLUSAO   RETIRADA   MOTIVO'
                            TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
      *
       R3500-FETCH.
      *
           EXEC SQL
             FETCH  CBLKMAN
              INTO :FCLOTBLK-NUM-LOTERICO,
                   :FCLOTBLK-DTH-INCLUSAO,
                   :FCLOTBLK-DTH-EXCLUSAO,
                   :FCLOTBLK-DES-MOTIVO,
                   :WMAN-ATIVO
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R3500-FIM.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              PERFORM  R9999-ERRO-SQL.
      *
           IF WS-QT-LIS  NOT LESS  18
              MOVE  'BLK'                  TO  WCT-TABELA
              MOVE  FCLOTBLK-NUM-LOTERICO  TO  WS-CHAVE-BLK-N
              MOVE  WS-CHAVE-BLK-N         TO  WCT-CHAVE
              MOVE  WS-CONTINUA-EDIT       TO  WS-LINHA-EDIT
              PERFORM  R7000-GRAVA-LINHA
              GO  TO  R3500-FIM.
      *
           ADD  1  TO  WS-QT-LIS.
      *
           MOVE  FCLOTBLK-NUM-LOTERICO  TO  WLB-CODIGO.
           MOVE  WMAN-ATIVO             TO  WLB-ATIVO.
           MOVE  FCLOTBLK-DTH-INCLUSAO  TO  WLB-INCLUSAO.
           MOVE  SPACES                 TO  WLB-EXCLUSAO.
           IF FCLOTBLK-DTH-EXCLUSAO  NOT EQUAL  '9999-12-31'
              MOVE  FCLOTBLK-DTH-EXCLUSAO  TO  WLB-EXCLUSAO.
           MOVE  FCLOTBLK-DES-MOTIVO    TO  WLB-MOTIVO.
           MOVE  WS-LIS-BLK             TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
      *
           GO  TO  R3500-FETCH.
      *
       R3500-FIM.
      *
           EXEC SQL
             CLOSE  CBLKMAN
           END-EXEC.
      *
           IF WS-QT-LIS  EQUAL  ZEROS
              MOVE 'NENHUMA ENTRADA A PARTIR DA CHAVE INFORMADA'
                            TO  WS-LINHA-EDIT
              PERFORM  R7000-GRAVA-LINHA.
      *
       R3500-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    CATALOGO DE CRITICAS (FC_CRITICA_LOTERICO). O REGISTRO DO
      *    CATALOGO SOBREPOE O TEXTO/SEVERIDADE PADRAO DO LT2000B;
      *    DESATIVADO ('I'), O LT2000B VOLTA AO PADRAO.
      *-----------------------------------------------------------------
       R4000-CRITICA                                            SECTION.
      *-----------------------------------------------------------------
      *
           MOVE 'FC_CRITICA_LOTERICO'  TO  WMAN-NOM-TABELA.
           MOVE  WS-ENT-CRI            TO  WCRIT-COD.
      *
           IF WS-ENT-FUNCAO  EQUAL  'L'
              PERFORM  R4500-LISTA-CRITICA
              GO  TO  R4000-SAIDA.
      *
           IF WS-ENT-SEVERIDADE  NOT EQUAL  'O'  AND
              WS-ENT-SEVERIDADE  NOT EQUAL  'N'  AND
              WS-ENT-SEVERIDADE  NOT EQUAL  'I'  AND
              WS-ENT-SEVERIDADE  NOT EQUAL  SPACE
              MOVE 'SEVERIDADE INVALIDA - USE O, N OU I NA POSICAO 21'
                            TO  WS-LINHA-EDIT
              PERFORM  R7000-GRAVA-LINHA
              GO  TO  R4000-SAIDA.
      *
           IF WS-ENT-DES-CRI-RESTO  NOT EQUAL  SPACES
              MOVE 'DESCRICAO DA CRITICA COM MAIS DE 38 POSICOES'
                            TO  WS-LINHA-EDIT
              PERFORM  R7000-GRAVA-LINHA
              GO  TO  R4000-SAIDA.
      *
           IF WS-ENT-FUNCAO  EQUAL  'I'  AND
             (WS-ENT-SEVERIDADE  EQUAL  SPACE  OR
              WS-ENT-DES-CRI     EQUAL  SPACES)
              MOVE 'NA INCLUSAO INFORME A SEVERIDADE E A DESCRICAO'
                            TO  WS-LINHA-EDIT
              PERFORM  R7000-GRAVA-LINHA
              GO  TO  R4000-SAIDA.
      *
           IF WS-ENT-FUNCAO  EQUAL  'A'  AND
              WS-ENT-SEVERIDADE  EQUAL  SPACE  AND
              WS-ENT-DES-CRI     EQUAL  SPACES
              MOVE 'NADA A ALTERAR - INFORME SEVERIDADE E/OU DESCRICAO'
                            TO  WS-LINHA-EDIT
              PERFORM  R7000-GRAVA-LINHA
              GO  TO  R4000-SAIDA.
      *
           PERFORM  R4100-LE-CRITICA.
      *
           IF WS-ENT-FUNCAO  EQUAL  'I'
              PERFORM  R4200-INCLUI-CRITICA
           ELSE
           IF WS-ENT-FUNCAO  EQUAL  'A'
              PERFORM  R4300-ALTERA-CRITICA
           ELSE
              PERFORM  R4400-DESATIVA-CRITICA.
      *
       R4000-SAIDA. EXIT.
      *-----------------------------------------------------------------
       R4100-LE-CRITICA                                         SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  ZERO    TO  WS-EXISTE.
           MOVE  'N'     TO  WMAN-ATIVO.
           MOVE  SPACES  TO  WMAN-IMAGEM-ANT.
      *
           EXEC SQL
             SELECT  IND_SEVERIDADE,
                     VALUE(DES_CRITICA,' '),
                     VALUE(STA_CRITICA,'A')
               INTO :WCRIT-SEV,
                    :WCRIT-DES,
                    :WCRIT-STA
               FROM  FDRCAP.FC_CRITICA_LOTERICO
              WHERE  COD_CRITICA  =  :WCRIT-COD
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R4100-SAIDA.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              PERFORM  R9999-ERRO-SQL.
      *
           MOVE  1  TO  WS-EXISTE.
      *
           IF WCRIT-STA  EQUAL  'A'
              MOVE  'S'  TO  WMAN-ATIVO.
      *
           PERFORM  R4150-MONTA-IMAGEM-CRI.
           MOVE  WS-IMAGEM  TO  WMAN-IMAGEM-ANT.
      *
       R4100-SAIDA. EXIT.
      *-----------------------------------------------------------------
       R4150-MONTA-IMAGEM-CRI                                   SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  SPACES     TO  WS-IMAGEM.
           MOVE  WCRIT-SEV  TO  WIC-SEVERIDADE.
           MOVE  WMAN-ATIVO TO  WIC-ATIVO.
           MOVE  WCRIT-DES  TO  WIC-DESCRICAO.
      *
       R4150-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    INCLUSAO NO CATALOGO OU REATIVACAO DE CODIGO DESATIVADO.
      *-----------------------------------------------------------------
       R4200-INCLUI-CRITICA                                     SECTION.
      *-----------------------------------------------------------------
      *
           IF WMAN-ATIVO  EQUAL  'S'
              MOVE 'CRITICA JA CONSTA ATIVA NO CATALOGO - USE ALTERA'
                            TO  WS-LINHA-EDIT
              PERFORM  R7000-GRAVA-LINHA
              GO  TO  R4200-SAIDA.
      *
           MOVE  WS-ENT-SEVERIDADE  TO  WCRIT-SEV.
           MOVE  WS-ENT-DES-CRI     TO  WCRIT-DES.
           MOVE  'A'                TO  WCRIT-STA.
      *
           IF WS-EXISTE  EQUAL  1
              EXEC SQL
                UPDATE  FDRCAP.FC_CRITICA_LOTERICO
                   SET  IND_SEVERIDADE   =  :WCRIT-SEV,
                        DES_CRITICA      =  :WCRIT-DES,
                        STA_CRITICA      =  :WCRIT-STA,
                        DTH_ATUALIZACAO  =  CURRENT TIMESTAMP,
                        COD_USUARIO      =  :WMAN-USUARIO
                 WHERE  COD_CRITICA      =  :WCRIT-COD
              END-EXEC
           ELSE
              EXEC SQL
                INSERT INTO FDRCAP.FC_CRITICA_LOTERICO
                      (COD_CRITICA,
                       IND_SEVERIDADE,
                       DES_CRITICA,
                       STA_CRITICA,
                       DTH_ATUALIZACAO,
                       COD_USUARIO)
                VALUES
                      (:WCRIT-COD,
                       :WCRIT-SEV,
                       :WCRIT-DES,
                       :WCRIT-STA,
                       CURRENT TIMESTAMP,
                       :WMAN-USUARIO)
              END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              PERFORM  R9999-ERRO-SQL.
      *
           MOVE  'I'  TO  WMAN-OPERACAO.
           PERFORM  R4600-FINALIZA-CRITICA.
      *
           MOVE 'CRITICA INCLUIDA NO CATALOGO'  TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
           PERFORM  R6100-MOSTRA-IMAGENS.
      *
       R4200-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    ALTERACAO DE SEVERIDADE E/OU TEXTO (EM BRANCO = MANTEM).
      *-----------------------------------------------------------------
       R4300-ALTERA-CRITICA                                     SECTION.
      *-----------------------------------------------------------------
      *
           IF WMAN-ATIVO  NOT EQUAL  'S'
              MOVE 'CRITICA NAO CONSTA ATIVA NO CATALOGO - USE INCLUI'
                            TO  WS-LINHA-EDIT
              PERFORM  R7000-GRAVA-LINHA
              GO  TO  R4300-SAIDA.
      *
           IF WS-ENT-SEVERIDADE  NOT EQUAL  SPACE
              MOVE  WS-ENT-SEVERIDADE  TO  WCRIT-SEV.
           IF WS-ENT-DES-CRI  NOT EQUAL  SPACES
              MOVE  WS-ENT-DES-CRI     TO  WCRIT-DES.
      *
           EXEC SQL
             UPDATE  FDRCAP.FC_CRITICA_LOTERICO
                SET  IND_SEVERIDADE   =  :WCRIT-SEV,
                     DES_CRITICA      =  :WCRIT-DES,
                     DTH_ATUALIZACAO  =  CURRENT TIMESTAMP,
                     COD_USUARIO      =  :WMAN-USUARIO
              WHERE  COD_CRITICA      =  :WCRIT-COD
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              PERFORM  R9999-ERRO-SQL.
      *
           MOVE  'A'  TO  WMAN-OPERACAO.
           PERFORM  R4600-FINALIZA-CRITICA.
      *
           MOVE 'CRITICA ALTERADA NO CATALOGO'  TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
           PERFORM  R6100-MOSTRA-IMAGENS.
      *
       R4300-SAIDA. EXIT.
      *-----------------------------------------------------------------
       R4400-DESATIVA-CRITICA                                   SECTION.
      *-----------------------------------------------------------------
      *
           IF WMAN-ATIVO  NOT EQUAL  'S'
              MOVE 'CRITICA NAO CONSTA ATIVA NO CATALOGO'
                            TO  WS-LINHA-EDIT
              PERFORM  R7000-GRAVA-LINHA
              GO  TO  R4400-SAIDA.
      *
           EXEC SQL
             UPDATE  FDRCAP.FC_CRITICA_LOTERICO
                SET  STA_CRITICA      =  'I',
                     DTH_ATUALIZACAO  =  CURRENT TIMESTAMP,
                     COD_USUARIO      =  :WMAN-USUARIO
              WHERE  COD_CRITICA      =  :WCRIT-COD
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              PERFORM  R9999-ERRO-SQL.
      *
           MOVE  'D'  TO  WMAN-OPERACAO.
           PERFORM  R4600-FINALIZA-CRITICA.
      *
           MOVE 'CRITICA DESATIVADA - LT2000B VOLTA AO TEXTO PADRAO'
                            TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
           PERFORM  R6100-MOSTRA-IMAGENS.
      *
       R4400-SAIDA. EXIT.
      *-----------------------------------------------------------------
       R4600-FINALIZA-CRITICA                                   SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  WMAN-IMAGEM-ANT  TO  WMAN-IMAGEM-NOV.
      *
           PERFORM  R4100-LE-CRITICA.
      *
           MOVE  WMAN-IMAGEM-ANT  TO  WS-IMAGEM.
           MOVE  WMAN-IMAGEM-NOV  TO  WMAN-IMAGEM-ANT.
           MOVE  WS-IMAGEM        TO  WMAN-IMAGEM-NOV.
      *
           MOVE  WS-ENT-CHAVE  TO  WMAN-CHAVE.
      *
           PERFORM  R6000-GRAVA-AUDITORIA.
      *
       R4600-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    LISTA O CATALOGO A PARTIR DO CODIGO INFORMADO.
      *-----------------------------------------------------------------
       R4500-LISTA-CRITICA                                      SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  0  TO  WS-QT-LIS.
      *
           EXEC SQL
             DECLARE  CCRIMAN  CURSOR FOR
             SELECT  COD_CRITICA,
                     IND_SEVERIDADE,
                     VALUE(STA_CRITICA,'A'),
                     VALUE(DES_CRITICA,' ')
               FROM  FDRCAP.FC_CRITICA_LOTERICO
              WHERE  COD_CRITICA  >=  :WCRIT-COD
              ORDER  BY COD_CRITICA
           END-EXEC.
      *
           EXEC SQL
             OPEN  CCRIMAN
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              PERFORM  R9999-ERRO-SQL.
      *
           MOVE 'COD   SEV  SIT  DESCRICAO'  TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
      *
       R4500-FETCH.
      *
           EXEC SQL
             FETCH  CCRIMAN
              INTO :WCRIT-COD,
                   :WCRIT-SEV,
                   :WCRIT-STA,
                   :WCRIT-DES
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R4500-FIM.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              PERFORM  R9999-ERRO-SQL.
      *
           IF WS-QT-LIS  NOT LESS  18
              MOVE  'CRI'      TO  WCT-TABELA
              MOVE  WCRIT-COD  TO  WCT-CHAVE
              MOVE  WS-CONTINUA-EDIT  TO  WS-LINHA-EDIT
              PERFORM  R7000-GRAVA-LINHA
              GO  TO  R4500-FIM.
      *
           ADD  1  TO  WS-QT-LIS.
      *
           MOVE  WCRIT-COD   TO  WLC-CODIGO.
           MOVE  WCRIT-SEV   TO  WLC-SEVERIDADE.
           MOVE  WCRIT-STA   TO  WLC-ATIVO.
           MOVE  WCRIT-DES   TO  WLC-DESCRICAO.
           MOVE  WS-LIS-CRI  TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
      *
           GO  TO  R4500-FETCH.
      *
       R4500-FIM.
      *
           EXEC SQL
             CLOSE  CCRIMAN
           END-EXEC.
      *
           IF WS-QT-LIS  EQUAL  ZEROS
              MOVE 'NENHUMA CRITICA A PARTIR DA CHAVE INFORMADA'
                            TO  WS-LINHA-EDIT
              PERFORM  R7000-GRAVA-LINHA.
      *
       R4500-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    CATEGORIAS DE LOTERICO (FC_CATEGORIA_LOTERICO). AS
      *    CATEGORIAS ATIVAS SAO CARREGADAS PELO LT2000B JUNTO COM AS
      *    PADRAO (01 A 05); DESATIVADA ('I'), A CATEGORIA PASSA A SER
      *    CRITICADA COMO NAO CADASTRADA.
      *-----------------------------------------------------------------
       R5000-CATEGORIA                                          SECTION.
      *-----------------------------------------------------------------
      *
           MOVE 'FC_CATEGORIA_LOTERICO'  TO  WMAN-NOM-TABELA.
           MOVE  WS-CHAVE-CAT-N          TO  WCAT-COD.
      *
           IF WS-ENT-FUNCAO  EQUAL  'L'
              PERFORM  R5500-LISTA-CATEGORIA
              GO  TO  R5000-SAIDA.
      *
           IF WS-ENT-DES-CAT-RESTO  NOT EQUAL  SPACES
              MOVE 'DESCRICAO DA CATEGORIA COM MAIS DE 27 POSICOES'
                            TO  WS-LINHA-EDIT
              PERFORM  R7000-GRAVA-LINHA
              GO  TO  R5000-SAIDA.
      *
           IF WS-ENT-FUNCAO  NOT EQUAL  'D'  AND
              WS-ENT-DES-CAT  EQUAL  SPACES
              MOVE 'INFORME A DESCRICAO NAS POSICOES 23-49'
                            TO  WS-LINHA-EDIT
              PERFORM  R7000-GRAVA-LINHA
              GO  TO  R5000-SAIDA.
      *
           PERFORM  R5100-LE-CATEGORIA.
      *
           IF WS-ENT-FUNCAO  EQUAL  'I'
              PERFORM  R5200-INCLUI-CATEGORIA
           ELSE
           IF WS-ENT-FUNCAO  EQUAL  'A'
              PERFORM  R5300-ALTERA-CATEGORIA
           ELSE
              PERFORM  R5400-DESATIVA-CATEGORIA.
      *
       R5000-SAIDA. EXIT.
      *-----------------------------------------------------------------
       R5100-LE-CATEGORIA                                       SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  ZERO    TO  WS-EXISTE.
           MOVE  'N'     TO  WMAN-ATIVO.
           MOVE  SPACES  TO  WMAN-IMAGEM-ANT.
      *
           EXEC SQL
             SELECT  VALUE(DES_CATEGORIA,' '),
                     VALUE(STA_CATEGORIA,'A')
               INTO :WCAT-DES,
                    :WCAT-STA
               FROM  FDRCAP.FC_CATEGORIA_LOTERICO
              WHERE  COD_CATEGORIA  =  :WCAT-COD
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R5100-SAIDA.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              PERFORM  R9999-ERRO-SQL.
      *
           MOVE  1  TO  WS-EXISTE.
      *
           IF WCAT-STA  EQUAL  'A'
              MOVE  'S'  TO  WMAN-ATIVO.
      *
           PERFORM  R5150-MONTA-IMAGEM-CAT.
           MOVE  WS-IMAGEM  TO  WMAN-IMAGEM-ANT.
      *
       R5100-SAIDA. EXIT.
      *-----------------------------------------------------------------
       R5150-MONTA-IMAGEM-CAT                                   SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  SPACES      TO  WS-IMAGEM.
           MOVE  WMAN-ATIVO  TO  WIA-ATIVO.
           MOVE  WCAT-DES    TO  WIA-DESCRICAO.
      *
       R5150-SAIDA. EXIT.
      *-----------------------------------------------------------------
       R5200-INCLUI-CATEGORIA                                   SECTION.
      *-----------------------------------------------------------------
      *
           IF WMAN-ATIVO  EQUAL  'S'
              MOVE 'CATEGORIA JA CADASTRADA ATIVA - USE ALTERA'
                            TO  WS-LINHA-EDIT
              PERFORM  R7000-GRAVA-LINHA
              GO  TO  R5200-SAIDA.
      *
           MOVE  WS-ENT-DES-CAT  TO  WCAT-DES.
           MOVE  'A'             TO  WCAT-STA.
      *
           IF WS-EXISTE  EQUAL  1
              EXEC SQL
                UPDATE  FDRCAP.FC_CATEGORIA_LOTERICO
                   SET  DES_CATEGORIA    =  :WCAT-DES,
                        STA_CATEGORIA    =  :WCAT-STA,
                        DTH_ATUALIZACAO  =  CURRENT TIMESTAMP,
                        COD_USUARIO      =  :WMAN-USUARIO
                 WHERE  COD_CATEGORIA    =  :WCAT-COD
              END-EXEC
           ELSE
              EXEC SQL
                INSERT INTO FDRCAP.FC_CATEGORIA_LOTERICO
                      (COD_CATEGORIA,
                       DES_CATEGORIA,
                       STA_CATEGORIA,
                       DTH_ATUALIZACAO,
                       COD_USUARIO)
                VALUES
                      (:WCAT-COD,
                       :WCAT-DES,
                       :WCAT-STA,
                       CURRENT TIMESTAMP,
                       :WMAN-USUARIO)
              END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              PERFORM  R9999-ERRO-SQL.
      *
           MOVE  'I'  TO  WMAN-OPERACAO.
           PERFORM  R5600-FINALIZA-CATEGORIA.
      *
           MOVE 'CATEGORIA INCLUIDA'  TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
           PERFORM  R6100-MOSTRA-IMAGENS.
      *
       R5200-SAIDA. EXIT.
      *-----------------------------------------------------------------
       R5300-ALTERA-CATEGORIA                                   SECTION.
      *-----------------------------------------------------------------
      *
           IF WMAN-ATIVO  NOT EQUAL  'S'
              MOVE 'CATEGORIA NAO CADASTRADA ATIVA - USE INCLUI'
                            TO  WS-LINHA-EDIT
              PERFORM  R7000-GRAVA-LINHA
              GO  TO  R5300-SAIDA.
      *
           MOVE  WS-ENT-DES-CAT  TO  WCAT-DES.
      *
           EXEC SQL
             UPDATE  FDRCAP.FC_CATEGORIA_LOTERICO
                SET  DES_CATEGORIA    =  :WCAT-DES,
                     DTH_ATUALIZACAO  =  CURRENT TIMESTAMP,
                     COD_USUARIO      =  :WMAN-USUARIO
              WHERE  COD_CATEGORIA    =  :WCAT-COD
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              PERFORM  R9999-ERRO-SQL.
      *
           MOVE  'A'  TO  WMAN-OPERACAO.
           PERFORM  R5600-FINALIZA-CATEGORIA.
      *
           MOVE 'CATEGORIA ALTERADA'  TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
           PERFORM  R6100-MOSTRA-IMAGENS.
      *
       R5300-SAIDA. EXIT.
      *-----------------------------------------------------------------
       R5400-DESATIVA-CATEGORIA                                 SECTION.
      *-----------------------------------------------------------------
      *
           IF WMAN-ATIVO  NOT EQUAL  'S'
              MOVE 'CATEGORIA NAO CADASTRADA ATIVA'
                            TO  WS-LINHA-EDIT
              PERFORM  R7000-GRAVA-LINHA
              GO  TO  R5400-SAIDA.
      *
           EXEC SQL
             UPDATE  FDRCAP.FC_CATEGORIA_LOTERICO
                SET  STA_CATEGORIA    =  'I',
                     DTH_ATUALIZACAO  =  CURRENT TIMESTAMP,
                     COD_USUARIO      =  :WMAN-USUARIO
              WHERE  COD_CATEGORIA    =  :WCAT-COD
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              PERFORM  R9999-ERRO-SQL.
      *
           MOVE  'D'  TO  WMAN-OPERACAO.
           PERFORM  R5600-FINALIZA-CATEGORIA.
      *
           MOVE 'CATEGORIA DESATIVADA'  TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
           PERFORM  R6100-MOSTRA-IMAGENS.
      *
       R5400-SAIDA. EXIT.
      *-----------------------------------------------------------------
       R5600-FINALIZA-CATEGORIA                                 SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  WMAN-IMAGEM-ANT  TO  WMAN-IMAGEM-NOV.
      *
           PERFORM  R5100-LE-CATEGORIA.
      *
           MOVE  WMAN-IMAGEM-ANT  TO  WS-IMAGEM.
           MOVE  WMAN-IMAGEM-NOV  TO  WMAN-IMAGEM-ANT.
           MOVE  WS-IMAGEM        TO  WMAN-IMAGEM-NOV.
      *
           MOVE  WS-ENT-CHAVE  TO  WMAN-CHAVE.
      *
           PERFORM  R6000-GRAVA-AUDITORIA.
      *
       R5600-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    LISTA AS CATEGORIAS A PARTIR DO CODIGO INFORMADO.
      *-----------------------------------------------------------------
       R5500-LISTA-CATEGORIA                                    SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  0  TO  WS-QT-LIS.
      *
           EXEC SQL
             DECLARE  CCATMAN  CURSOR FOR
             SELECT  COD_CATEGORIA,
                     VALUE(STA_CATEGORIA,'A'),
                     VALUE(DES_CATEGORIA,' ')
               FROM  FDRCAP.FC_CATEGORIA_LOTERICO
              WHERE  COD_CATEGORIA  >=  :WCAT-COD
              ORDER  BY COD_CATEGORIA
           END-EXEC.
      *
           EXEC SQL
             OPEN  CCATMAN
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              PERFORM  R9999-ERRO-SQL.
      *
           MOVE 'CAT  SIT  DESCRICAO'  TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
      *
       R5500-FETCH.
      *
           EXEC SQL
             FETCH  CCATMAN
              INTO :WCAT-COD,
                   :WCAT-STA,
                   :WCAT-DES
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R5500-FIM.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              PERFORM  R9999-ERRO-SQL.
      *
           IF WS-QT-LIS  NOT LESS  18
              MOVE  'CAT'             TO  WCT-TABELA
              MOVE  WCAT-COD          TO  WS-CHAVE-CAT-N
              MOVE  WS-CHAVE-CAT-N    TO  WCT-CHAVE
              MOVE  WS-CONTINUA-EDIT  TO  WS-LINHA-EDIT
              PERFORM  R7000-GRAVA-LINHA
              GO  TO  R5500-FIM.
      *
           ADD  1  TO  WS-QT-LIS.
      *
           MOVE  WCAT-COD    TO  WLA-CODIGO.
           MOVE  WCAT-STA    TO  WLA-ATIVO.
           MOVE  WCAT-DES    TO  WLA-DESCRICAO.
           MOVE  WS-LIS-CAT  TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
      *
           GO  TO  R5500-FETCH.
      *
       R5500-FIM.
      *
           EXEC SQL
             CLOSE  CCATMAN
           END-EXEC.
      *
           IF WS-QT-LIS  EQUAL  ZEROS
              MOVE 'NENHUMA CATEGORIA A PARTIR DA CHAVE INFORMADA'
                            TO  WS-LINHA-EDIT
              PERFORM  R7000-GRAVA-LINHA.
      *
       R5500-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    TRILHA DE AUDITORIA: QUEM, QUANDO, ONDE E AS IMAGENS
      *    ANTES/DEPOIS. FALHA NA AUDITORIA DESFAZ A ALTERACAO.
      *-----------------------------------------------------------------
       R6000-GRAVA-AUDITORIA                                    SECTION.
      *-----------------------------------------------------------------
      *
           EXEC SQL
             INSERT INTO FDRCAP.FC_AUDITORIA_MANUTENCAO
                   (NOM_TABELA,
                    COD_CHAVE,
                    COD_OPERACAO,
                    COD_USUARIO,
                    COD_TERMINAL,
                    NOM_PROGRAMA,
                    DTH_OPERACAO,
                    DES_IMAGEM_ANTES,
                    DES_IMAGEM_DEPOIS)
             VALUES
                   (:WMAN-NOM-TABELA,
                    :WMAN-CHAVE,
                    :WMAN-OPERACAO,
                    :WMAN-USUARIO,
                    :WMAN-TERMINAL,
                    'LT2011C',
                    CURRENT TIMESTAMP,
                    :WMAN-IMAGEM-ANT,
                    :WMAN-IMAGEM-NOV)
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              PERFORM  R9999-ERRO-SQL.
      *
       R6000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    MOSTRA AS IMAGENS ANTES/DEPOIS GRAVADAS NA AUDITORIA.
      *-----------------------------------------------------------------
       R6100-MOSTRA-IMAGENS                                     SECTION.
      *-----------------------------------------------------------------
      *
           PERFORM  R7000-GRAVA-LINHA.
           MOVE 'ANTES : '        TO  WED-ROTULO.
           MOVE  WMAN-IMAGEM-ANT  TO  WED-DADO.
           PERFORM  R7000-GRAVA-LINHA.
           MOVE 'DEPOIS: '        TO  WED-ROTULO.
           MOVE  WMAN-IMAGEM-NOV  TO  WED-DADO.
           PERFORM  R7000-GRAVA-LINHA.
      *
       R6100-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    GRAVA WS-LINHA-EDIT NA PROXIMA LINHA LIVRE DA TELA.
      *-----------------------------------------------------------------
       R7000-GRAVA-LINHA                                        SECTION.
      *-----------------------------------------------------------------
      *
           IF WS-LIN  LESS  24
              ADD   1  TO  WS-LIN
              MOVE  WS-LINHA-EDIT  TO  WS-TELA-LINHA (WS-LIN).
      *
           MOVE  SPACES  TO  WS-LINHA-EDIT.
      *
       R7000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    ENVIA A TELA MONTADA (SEND TEXT).
      *-----------------------------------------------------------------
       R7100-ENVIA-TELA                                         SECTION.
      *-----------------------------------------------------------------
      *
           EXEC CICS
             SEND TEXT FROM(WS-TELA)
                       LENGTH(WS-TELA-LEN)
                       ERASE
                       FREEKB
           END-EXEC.
      *
       R7100-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    ERRO DE SQL: DESFAZ A UNIDADE DE TRABALHO (ALTERACAO E
      *    AUDITORIA), MOSTRA O SQLCODE NA TELA E DEVOLVE O CONTROLE
      *    AO CICS (SEM ABEND).
      *-----------------------------------------------------------------
       R9999-ERRO-SQL                                           SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  SQLCODE  TO  WS-SQLCODE-ED.
      *
           EXEC CICS
             SYNCPOINT ROLLBACK
           END-EXEC.
      *
           MOVE  SPACES  TO  WS-LINHA-EDIT.
           STRING 'LT2011C - ERRO DE SQL - SQLCODE '
                         DELIMITED BY SIZE
                  WS-SQLCODE-ED
                         DELIMITED BY SIZE
                  INTO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
      *
           MOVE 'NADA FOI ALTERADO - CONSULTE O SUPORTE'
                         TO  WS-LINHA-EDIT.
           PERFORM  R7000-GRAVA-LINHA.
      *
           PERFORM  R7100-ENVIA-TELA.
      *
           EXEC CICS
             RETURN TRANSID('LT29')
                    COMMAREA(WS-COMM-AREA)
                    LENGTH(1)
           END-EXEC.
      *
       R9999-SAIDA. EXIT.
      *
