       IDENTIFICATION               DIVISION.
      *--------------------------------------
       PROGRAM-ID.                  LT2016B.
      *----------------------------------------------------------------*
      *   SISTEMA ................  SISTEMA DE LOTERICO                *
      *   PROGRAMA ...............  LT2016B                            *
      *----------------------------------------------------------------*
      *   ANALISTA ...............                                     *
      *   PROGRAMADOR ............  MARTINS                            *
      *   DATA CODIFICACAO .......  OUTUBRO / 2026                     *
      *   VERSAO .................  15102026 17:00HS                   *
      *----------------------------------------------------------------*
      *   FUNCAO :   LGPD - ANONIMIZACAO PERIODICA DOS DADOS PESSOAIS  *
      *              DE LOTERICOS EXCLUIDOS HA MAIS DE N ANOS          *
      *              (DTH_EXCLUSAO DA FC_LOTERICO ANTERIOR A DATA DO   *
      *              MOVIMENTO MENOS N ANOS; UNIDADE ATIVA NUNCA E     *
      *              ANONIMIZADA).                                     *
      *                                                                *
      *              SAO MASCARADOS OS CONTATOS, O E-MAIL, O TELEFONE, *
      *              O FAX E O ENDERECO (LOGRADOURO, COMPLEMENTO,      *
      *              BAIRRO E CEP):                                    *
      *                                                                *
      *                FC_LOTERICO ....... UPDATE POSICIONADO          *
      *                FC_HIST_LOTERICO .. TODAS AS IMAGENS DA UNIDADE *
      *                LT_MOV_PROPOSTA ... TODOS OS MOVIMENTOS DA      *
      *                                    UNIDADE (CODIGO CEF COM DV) *
      *                LT2000Q ........... COPIA MASCARADA DA          *
      *                                    QUARENTENA (LT2016Q ->      *
      *                                    LT2016S)                    *
      *                LT2000E ........... COPIA MASCARADA DO RETORNO  *
      *                                    A CEF (LT2016E -> LT2016R)  *
      *                                                                *
      *              TEXTOS RECEBEM 'ANONIMIZADO' (COMPLEMENTO EM      *
      *              BRANCO) E NUMEROS RECEBEM ZEROS. O CODIGO CEF, O  *
      *              CNPJ, A RAZAO SOCIAL, O MUNICIPIO E A UF SAO      *
      *              MANTIDOS PARA FINS FISCAIS E ESTATISTICOS.        *
      *                                                                *
      *              CADA MASCARAMENTO E REGISTRADO NA TABELA          *
      *              FDRCAP.FC_LOG_ANONIMIZACAO (UNIDADE, ORIGEM,      *
      *              QUANTIDADE DE REGISTROS, CAMPOS, DATA DE          *
      *              EXCLUSAO E DATA/HORA) E LISTADO NO RLT2016B.      *
      *              UNIDADE JA ANONIMIZADA NAO E SELECIONADA DE NOVO. *
      *                                                                *
      *              COMMIT POR UNIDADE EM INTERVALOS (CURSOR WITH     *
      *              HOLD), COMO O LT2007B, SO NAS TABELAS. AS COPIAS  *
      *              DOS ARQUIVOS SUBSTITUEM AS GERACOES ORIGINAIS EM  *
      *              PASSO POSTERIOR DO JCL, SO COM RETURN-CODE ZERO;  *
      *              POR ISSO O LOG DOS ARQUIVOS SO E EFETIVADO NO     *
      *              COMMIT FINAL. NA REEXECUCAO NO MESMO DIA, UNIDADE *
      *              E ORIGEM JA REGISTRADAS NO LOG NAO SAO GRAVADAS   *
      *              DE NOVO.                                          *
      *                                                                *
      *              INICIO E FIM SAO REGISTRADOS NA                   *
      *              FDRCAP.FC_CTRL_EXECUCAO (LT2101S); NAO RODA COM A *
      *              ULTIMA EXECUCAO DO LT2000B EM ANDAMENTO OU        *
      *              ABENDADA (RETURN-CODE 12).                        *
      *----------------------------------------------------------------*
      *   CARTAO-PARAMETRO (LT2016M):                                  *
      *     COLS 01-02 - ANOS DESDE A EXCLUSAO (DEFAULT 05)            *
      *     COL  04    - 'S' = SIMULACAO (SO LISTA O QUE SERIA         *
      *                  MASCARADO; TABELAS INALTERADAS E COPIAS       *
      *                  DOS ARQUIVOS IGUAIS AOS ORIGINAIS)            *
      *     COL  06    - 'L' = LIBERA COM O LT2000B ABENDADO           *
      *----------------------------------------------------------------*
       ENVIRONMENT                  DIVISION.
      *--------------------------------------
       CONFIGURATION                SECTION.
      *--------------------------------------
       SPECIAL-NAMES.
      *
           DECIMAL-POINT      IS    COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT                  SECTION.
      *-------------------------------------
       FILE-CONTROL.
      *
           SELECT      WPARAM
                       ASSIGN      TO    LT2016M.
      *
           SELECT      WQUAREN
                       ASSIGN      TO    LT2016Q.
      *
           SELECT      WQUASAI
                       ASSIGN      TO    LT2016S.
      *
           SELECT      WRETCEF
                       ASSIGN      TO    LT2016E.
      *
           SELECT      WRETSAI
                       ASSIGN      TO    LT2016R.
      *
           SELECT      RLT2016B
                       ASSIGN      TO    RLT2016B.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *-------------
      *
       FD  WPARAM
           RECORD     80
           BLOCK       0
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED.
      *
       01  REG-PARAM                PIC X(80).
      *
      *    QUARENTENA DO LT2000B (LT2000Q) E SUA COPIA MASCARADA
      *
       FD  WQUAREN
           RECORD    720
           BLOCK       0
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED.
      *
       01  REG-QUAREN               PIC X(720).
      *
       FD  WQUASAI
           RECORD    720
           BLOCK       0
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED.
      *
       01  REG-QUASAI               PIC X(720).
      *
      *    RETORNO A CEF DO LT2000B (LT2000E) E SUA COPIA MASCARADA
      *
       FD  WRETCEF
           RECORD    700
           BLOCK       0
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED.
      *
       01  REG-RETCEF               PIC X(700).
      *
       FD  WRETSAI
           RECORD    700
           BLOCK       0
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED.
      *
       01  REG-RETSAI               PIC X(700).
      *
       FD  RLT2016B
           RECORDING MODE  F
           LABEL RECORD IS OMITTED.
      *
       01  REG-RLT2016B.
           05 REG-LINHA                     PIC X(132).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE              SECTION.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      *----------------------------------------------------------------*
      *                 DEFINICAO DAS VARIAVEIS HOST                   *
      *----------------------------------------------------------------*
      *
      *--* DATA DO MOVIMENTO E DATA DE CORTE DA EXCLUSAO
      *
       77  WANO-ANOS                   PIC S9(004) VALUE +0  COMP.
       77  WANO-DATA-MOV               PIC X(10).
       77  WANO-DATA-CORTE             PIC X(10).
      *
      *--* VALORES DE MASCARAMENTO
      *
       77  WANO-MASCARA                PIC X(11) VALUE 'ANONIMIZADO'.
       77  WANO-TEL-ZERO               PIC X(12) VALUE '000000000000'.
      *
      *--* UNIDADE DE UM REGISTRO DOS ARQUIVOS
      *
       77  WANO-NUM-LOTERICO           PIC S9(009) VALUE +0  COMP.
       77  WANO-DTH-EXCLUSAO           PIC X(10).
       77  WANO-STA-LOTERICO           PIC X(01).
       77  WANO-QTD                    PIC S9(009) VALUE +0  COMP.
      *
      *--* LOG DE ANONIMIZACAO (FC_LOG_ANONIMIZACAO)
      *
       77  WLOG-NOM-ORIGEM             PIC X(20).
       77  WLOG-QTD-REGISTROS          PIC S9(009) VALUE +0  COMP.
       77  WLOG-DES-CAMPOS             PIC X(80).
       77  WLOG-DTH-INICIO             PIC X(26).
       77  WLOG-QT-DIA                 PIC S9(009) VALUE +0  COMP.
       77  WLOG-QT-EXECUCAO            PIC S9(009) VALUE +0  COMP.
      *
      *----------------------------------------------------------------*
           EXEC SQL END DECLARE SECTION END-EXEC.
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE FCLOTERI   END-EXEC.
           EXEC SQL INCLUDE LTMVPROP   END-EXEC.
           EXEC SQL INCLUDE SQLCA      END-EXEC.
      *----------------------------------------------------------------*
      *                     CAMPOS   DE   TRABALHO                     *
      *----------------------------------------------------------------*
      *
       01           AREA-DE-WORK.
      *
           05 LK-LINK.
              10 LK-RTCODE                  PIC S9(004) VALUE +0   COMP.
              10 LK-TAMANHO                 PIC S9(004) VALUE +40  COMP.
              10 LK-TITULO                  PIC  X(132) VALUE  SPACES.
      *
           05 W-AC-LINHA                    PIC 9(03) VALUE  80.
           05 W-AC-PAGINA                   PIC 9(04) VALUE  ZEROS.
      *
           05 WS-PARM-SIMULACAO             PIC X(01) VALUE 'N'.
           05 WS-ANOS                       PIC 9(02) VALUE 5.
      *
           05 WS-COMMIT-CONTADOR            PIC 9(07) VALUE ZEROS.
           05 WS-COMMIT-INTERVALO           PIC 9(07) VALUE 2000.
      *
           05 WS-FIM-ARQUIVO                PIC 9(01) VALUE ZERO.
           05 WS-ELEGIVEL                   PIC 9(01) VALUE ZERO.
      *
           05 WS-AC-UNIDADES                PIC 9(07) VALUE ZEROS.
           05 WS-AC-HIST-MASCARADAS         PIC 9(07) VALUE ZEROS.
           05 WS-AC-MOV-MASCARADOS          PIC 9(07) VALUE ZEROS.
           05 WS-AC-QUA-LIDOS               PIC 9(07) VALUE ZEROS.
           05 WS-AC-QUA-MASCARADOS          PIC 9(07) VALUE ZEROS.
           05 WS-AC-RET-LIDOS               PIC 9(07) VALUE ZEROS.
           05 WS-AC-RET-MASCARADOS          PIC 9(07) VALUE ZEROS.
           05 WS-AC-LOG-JA-GRAVADO          PIC 9(07) VALUE ZEROS.
      *
           05 WPARM-CARTAO.
              10 WPARM-ANOS                 PIC X(02).
              10 WPARM-ANOS-N REDEFINES
                 WPARM-ANOS                 PIC 9(02).
              10 FILLER                     PIC X(01).
              10 WPARM-SIMULACAO            PIC X(01).
              10 FILLER                     PIC X(01).
              10 WPARM-LIBERA               PIC X(01).
              10 FILLER                     PIC X(74).
      *
      *--* CAMPOS MASCARADOS, PARA O LOG E O RELATORIO
      *
           05 WS-PONTEIRO                   PIC S9(004) VALUE +1   COMP.
           05 WS-CAMPOS-CAD                 PIC X(80)   VALUE
           'CONTATO1 CONTATO2 EMAIL TELEFONE FAX ENDERECO BAIRRO CEP'.
           05 WS-CAMPOS-MOV                 PIC X(80)   VALUE
              'ENDERECO COMPL_ENDER BAIRRO CEP DDD FONE FAX EMAIL'.
      *
      *--* DATA AAAAMMDD DO ARQUIVO DO SIGEL EM AAAA-MM-DD
      *
           05 WS-DATA-SIGEL                 PIC 9(08) VALUE ZEROS.
           05 WS-DATA-SIGEL-R REDEFINES
              WS-DATA-SIGEL.
              10 WS-DSIG-AAAA               PIC 9(04).
              10 WS-DSIG-MM                 PIC 9(02).
              10 WS-DSIG-DD                 PIC 9(02).
      *
           05 WS-DATA-ISO.
              10 WS-DISO-AAAA               PIC 9(04) VALUE ZEROS.
              10 FILLER                     PIC X(01) VALUE '-'.
              10 WS-DISO-MM                 PIC 9(02) VALUE ZEROS.
              10 FILLER                     PIC X(01) VALUE '-'.
              10 WS-DISO-DD                 PIC 9(02) VALUE ZEROS.
      *
      *--* CODIGO CEF DA UNIDADE NO RELATORIO (99999999-9)
      *
           05 WS-ED-LOTERICO.
              10 WS-ED-LOT-NUM              PIC 9(08) VALUE ZEROS.
              10 FILLER                     PIC X(01) VALUE '-'.
              10 WS-ED-LOT-DV               PIC 9(01) VALUE ZEROS.
      *
      *--* REGISTRO DE QUARENTENA (LAYOUT DO LT2000B)
      *
           05 REG-QUARENTENA.
              10 QUA-NSR                     PIC 9(06).
              10 QUA-LOCAL                   PIC X(04).
              10 QUA-SQLCODE                 PIC ZZZZZ999-.
              10 FILLER                      PIC X(01).
              10 QUA-REGISTRO                PIC X(700).
      *
      *--* REGISTRO DE RETORNO A CEF (LAYOUT DO LT2000B)
      *
           05 REG-CAD-RETORNO.
              15 RET-DADOS                   PIC X(578).
              15 RET-NSR-ORIGEM              PIC 9(06).
              15 RET-COD-CRITICA OCCURS 27   PIC X(04).
              15 FILLER                      PIC X(02).
              15 RET-NSR                     PIC 9(06).
      *
      *--* IMAGEM DO REGISTRO ANTES DO MASCARAMENTO
      *
           05 WS-CAD-ANTES                  PIC X(700).
      *
      *--* REGISTRO DO ARQUIVO DE CADASTRO DO SIGEL (LAYOUT DO LT2000B)
      *
           05  REG-CAD-CADASTRO.
             15 CAD-TIPOX.
                20 CAD-TIPO                   PIC X(01).
             15 CAD-COD-CEFX.
                20 CAD-CODIGO-CEF             PIC 9(09).
                20 CAD-CODIGO-CEF-R REDEFINES CAD-CODIGO-CEF.
                   25 CAD-COD-CEF             PIC 9(08).
                   25 CAD-DV-CEF              PIC 9(01).
             15 CAD-RAZAO-SOCIAL              PIC X(40).
             15 CAD-NOME-FANTASIA             PIC X(30).
             15 CAD-ENDERECO.
                20 CAD-END                    PIC X(40).
                20 CAD-COMPL-END              PIC X(16).
             15 CAD-BAIRRO                    PIC X(20).
             15 CAD-COD-MUNICIPIO             PIC X(12).
             15 CAD-CIDADE                    PIC X(25).
             15 CAD-CEPX.
                20 CAD-CEP                    PIC 9(08).
                20 FILLER                     PIC X(01).
             15 CAD-UF                        PIC X(02).
             15 CAD-TELEFONE.
                20 CAD-DDD-FONE               PIC 9(04).
                20 CAD-FONE                   PIC 9(09).
             15 FILLER                        PIC X(03).
             15 CAD-CONTATO1                  PIC X(20).
             15 CAD-CONTATO2                  PIC X(20).
             15 CAD-CGCX.
                20 CAD-CGC                    PIC 9(15).
             15 CAD-INSC-MUNX.
                20 CAD-INSC-MUN               PIC 9(15).
             15 CAD-INSC-ESTX.
                20 CAD-INSC-EST               PIC 9(15).
             15 CAD-SITUACAOX.
                20 CAD-SITUACAO               PIC 9(01).
             15 CAD-DATA-INCLUSAOX.
                20 CAD-DATA-INCLUSAO          PIC 9(08).
             15 CAD-DATA-EXCLUSAOX.
                20 CAD-DATA-EXCLUSAO          PIC 9(08).
             15 CAD-NUM-LOT-ANTERIORX.
                20 CAD-NUM-LOT-ANTERIOR       PIC 9(10).
             15 CAD-COD-AG-MASTERX.
                20 CAD-COD-AG-MASTER          PIC 9(09).
             15 CAD-CAT-LOTERICOX.
                20 CAD-CAT-LOTERICO           PIC 9(02).
             15 CAD-COD-STATUSX.
                20 CAD-COD-STATUS             PIC 9(02).
             15 CAD-BANCO-DESC-CPMFX.
                20 CAD-BANCO-DESC-CPMF        PIC 9(09).
             15 CAD-AGEN-DESC-CPMFX.
                20 CAD-AGEN-DESC-CPMF         PIC 9(05).
             15 CAD-CONTA-DESC-CPMFX.
                20 CAD-CONTA-DESC-CPMF        PIC 9(17).
             15 CAD-BANCO-ISENTAX.
                20 CAD-BANCO-ISENTA           PIC 9(09).
             15 CAD-AGEN-ISENTAX.
                20 CAD-AGEN-ISENTA            PIC 9(05).
             15 CAD-CONTA-ISENTAX.
                20 CAD-CONTA-ISENTA           PIC 9(17).
             15 CAD-BANCO-CAUCAOX.
                20 CAD-BANCO-CAUCAO           PIC 9(09).
             15 CAD-AGEN-CAUCAOX.
                20 CAD-AGEN-CAUCAO            PIC 9(05).
             15 CAD-CONTA-CAUCAOX.
                20 CAD-CONTA-CAUCAO           PIC 9(17).
             15 CAD-NIVEL-COMISSAOX.
                20 CAD-NIVEL-COMISSAO         PIC 9(01).
             15 CAD-PV-SUBX.
                20 CAD-PV-SUB                 PIC 9(04).
             15 CAD-EN-SUBX.
                20 CAD-EN-SUB                 PIC 9(04).
             15 CAD-UNIDADE-SUBX.
                20 CAD-UNIDADE-SUB            PIC 9(04).
             15 CAD-MATR-CONSULTORX.
                20 CAD-MATR-CONSULTOR         PIC 9(07).
             15 CAD-NOME-CONSULTORX.
                20 CAD-NOME-CONSULTOR         PIC X(40).
             15 CAD-EMAILX.
                20 CAD-EMAIL                  PIC X(50).
             15 CAD-TIPO-GARANTIAX.
                20 CAD-TIPO-GARANTIA          PIC X(01).
             15 CAD-VALOR-GARANTIAX.
                20 CAD-VALOR-GARANTIA         PIC 9(07)V99.
             15 CAD-NUM-SEGURADORAX.
                20 CAD-NUM-SEGURADORA         PIC 9(03).
             15 CAD-BONUS-CKTX.
                20 CAD-BONUS-CKT              PIC 9(01).
             15 CAD-BONUS-ALARMEX.
                20 CAD-BONUS-ALARME           PIC 9(01).
             15 CAD-BONUS-COFREX.
                20 CAD-BONUS-COFRE            PIC 9(01).
             15 CAD-NUMERO-FAX.
                20 CAD-DDD-FAX                PIC 9(04).
                20 CAD-FAX                    PIC 9(09).
             15 CAD-RENOVAR                   PIC 9(01).
             15 FILLER                        PIC X(116).
             15 CAD-NSRX.
                20 CAD-NSR                    PIC 9(06).
      *
           05         WS-DATE.
             10       WS-AA-DATE        PIC  9(002)    VALUE  ZEROS.
             10       WS-MM-DATE        PIC  9(002)    VALUE  ZEROS.
             10       WS-DD-DATE        PIC  9(002)    VALUE  ZEROS.
      *
           05         WS-TIME.
             10       WS-HH-TIME        PIC  9(002)    VALUE ZEROS.
             10       WS-MM-TIME        PIC  9(002)    VALUE ZEROS.
             10       WS-SS-TIME        PIC  9(002)    VALUE ZEROS.
             10       WS-CC-TIME        PIC  9(002)    VALUE ZEROS.
      *
           05         WDATA-CABEC.
             10       WDATA-DD-CABEC    PIC  9(002)    VALUE ZEROS.
             10       FILLER            PIC  X(001)    VALUE '/'.
             10       WDATA-MM-CABEC    PIC  9(002)    VALUE ZEROS.
             10       FILLER            PIC  X(001)    VALUE '/'.
             10       WDATA-AA-CABEC    PIC  9(002)    VALUE ZEROS.
      *
           05         WHORA-CABEC.
             10       WHORA-HH-CABEC    PIC  9(002)    VALUE ZEROS.
             10       FILLER            PIC  X(001)    VALUE ':'.
             10       WHORA-MM-CABEC    PIC  9(002)    VALUE ZEROS.
             10       FILLER            PIC  X(001)    VALUE ':'.
             10       WHORA-SS-CABEC    PIC  9(002)    VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *                    LINHAS DE CABECALHOS                        *
      *----------------------------------------------------------------*
      *
           05 LC01.
              10 FILLER                     PIC X(43) VALUE 'LT2016B'.
              10 LC01-EMPRESA               PIC X(040) VALUE  SPACES.
              10 FILLER                     PIC X(036) VALUE  SPACES.
              10 FILLER                     PIC X(009) VALUE 'PAGINA'.
              10 LC01-PAGINA                PIC ZZZ9.
      *
           05 LC02.
              10 FILLER                     PIC X(119) VALUE  SPACES.
              10 FILLER                     PIC X(05) VALUE 'DATA'.
              10 LC02-DATA                  PIC X(08) VALUE  SPACES.
      *
           05 LC03.
              10 FILLER                     PIC X(33) VALUE  SPACES.
              10 FILLER                     PIC X(86) VALUE
                 '  LGPD - ANONIMIZACAO DE LOTERICOS EXCLUIDOS'.
              10 FILLER                     PIC X(05) VALUE 'HORA'.
              10 LC03-HORA                  PIC X(08) VALUE  SPACES.
      *
           05 LC05.
              10 FILLER                     PIC X(132) VALUE ALL '-'.
      *
           05 LC06.
              10 FILLER                     PIC X(132) VALUE ALL ' '.
      *
           05 LD00.
              10 FILLER                     PIC X(010) VALUE SPACES.
              10 LD00-MSG1                  PIC X(122) VALUE SPACES.
      *
           05 LP01.
              10 FILLER                     PIC X(10) VALUE SPACES.
              10 FILLER                     PIC X(19) VALUE
                 'DATA DO MOVIMENTO'.
              10 LP01-DATA-MOV              PIC X(10) VALUE SPACES.
              10 FILLER                     PIC X(05) VALUE SPACES.
              10 FILLER                     PIC X(29) VALUE
                 'EXCLUIDOS HA MAIS DE (ANOS)'.
              10 LP01-ANOS                  PIC Z9.
              10 FILLER                     PIC X(05) VALUE SPACES.
              10 FILLER                     PIC X(33) VALUE
                 'DTH_EXCLUSAO ANTERIOR A'.
              10 LP01-DATA-CORTE            PIC X(10) VALUE SPACES.
              10 FILLER                     PIC X(09) VALUE SPACES.
      *
      *--* REGISTROS MASCARADOS
      *
           05 LA00.
              10 FILLER                     PIC X(13) VALUE 'LOTERICO'.
              10 FILLER                     PIC X(13) VALUE 'EXCLUSAO'.
              10 FILLER                     PIC X(20) VALUE 'ORIGEM'.
              10 FILLER                     PIC X(10) VALUE
                 'REGISTROS'.
              10 FILLER                     PIC X(76) VALUE
                 'CAMPOS MASCARADOS'.
      *
           05 LA01.
              10 LA01-LOTERICO              PIC X(10) VALUE SPACES.
              10 FILLER                     PIC X(03) VALUE SPACES.
              10 LA01-DT-EXCLUSAO           PIC X(10) VALUE SPACES.
              10 FILLER                     PIC X(03) VALUE SPACES.
              10 LA01-ORIGEM                PIC X(18) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LA01-QTD                   PIC ZZZ.ZZ9.
              10 FILLER                     PIC X(03) VALUE SPACES.
              10 LA01-CAMPOS                PIC X(60) VALUE SPACES.
              10 FILLER                     PIC X(16) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *                    LINHAS DE TOTAIS                            *
      *----------------------------------------------------------------*
      *
           05 LT00.
              10 FILLER                     PIC X(10) VALUE SPACES.
              10 LT00-TEXTO                 PIC X(50) VALUE SPACES.
              10 FILLER                     PIC X(10) VALUE ALL '.'.
              10 FILLER                     PIC X(03) VALUE SPACES.
              10 LT00-TOTAIS                PIC ZZZ.ZZZ.ZZ9.
      *
      *--* AREA DE DISPLAY DE ERRO SQL
      *
           05        WABEND.
             10      FILLER              PIC  X(008) VALUE
                    'LT2016B '.
             10      FILLER              PIC  X(025) VALUE
                    '*** ERRO EXEC SQL NUMERO '.
             10      WNR-EXEC-SQL        PIC  X(004) VALUE '0000'.
             10      FILLER              PIC  X(013) VALUE
                    ' *** SQLCODE '.
             10      WSQLCODE            PIC  ZZZZZ999- VALUE ZEROS.
      *
      *--* AREA DE LIGACAO COM O CONTROLE DE EXECUCAO (LT2101S)
      *
       01 LK-AREA-CTRL.
           05 LK-CTRL-FUNCAO    PIC X(01)       VALUE SPACES.
           05 LK-CTRL-PROGRAMA  PIC X(08)       VALUE SPACES.
           05 LK-CTRL-MODO      PIC X(01)       VALUE 'N'.
           05 LK-CTRL-LIBERA    PIC X(01)       VALUE SPACES.
           05 LK-CTRL-DATA-REF  PIC X(10)       VALUE SPACES.
           05 LK-CTRL-DTH-INICIO PIC X(26)      VALUE SPACES.
           05 LK-CTRL-RC-PROGRAMA PIC S9(04)    VALUE +0 COMP.
           05 LK-CTRL-QTD-LIDOS PIC S9(09)      VALUE +0 COMP.
           05 LK-CTRL-QTD-GRAVADOS PIC S9(09)   VALUE +0 COMP.
           05 LK-CTRL-QTD-REJEITADOS PIC S9(09) VALUE +0 COMP.
           05 LK-CTRL-COD-RETORNO PIC S9(04)    VALUE +0 COMP.
           05 LK-CTRL-MENSAGEM  PIC X(80)       VALUE SPACES.
      *
      *--* EMPRESA (V1EMPRESA)
      *
       77         V1EMPR-NOM-EMP      PIC  X(040).
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
           PERFORM  R9000-OPEN-ARQUIVOS.
      *
           PERFORM  R0080-LE-PARM-EXECUCAO.
      *
           PERFORM  R0095-REGISTRA-INICIO.
      *
           PERFORM  R0100-DATA-CORTE.
      *
           PERFORM  R7510-MONTA-CABECALHO.
      *
           PERFORM  R1000-ANONIMIZA-TABELAS.
      *
           PERFORM  R4000-ANONIMIZA-QUARENTENA.
      *
           PERFORM  R5000-ANONIMIZA-RETORNO.
      *
           PERFORM  R8000-TOTAIS-FINAIS.
      *
           IF WS-PARM-SIMULACAO  EQUAL  'S'
              EXEC SQL   ROLLBACK          WORK         END-EXEC
           ELSE
           EXEC SQL      COMMIT            WORK         END-EXEC.
      *
           PERFORM  R9100-CLOSE-ARQUIVOS.
      *
           DISPLAY '              PROGRAMA - LT2016B                  '
           DISPLAY '                                                  '
           DISPLAY '                TERMINO NORMAL                    '
           IF WS-PARM-SIMULACAO  EQUAL  'S'
              DISPLAY ' *** EXECUCAO EM MODO SIMULACAO *** '
           END-IF
           DISPLAY '                                                  '
           DISPLAY '  FC_LOTERICO      - UNIDADES ANONIMIZADAS .... ='
                               WS-AC-UNIDADES.
           DISPLAY '  FC_HIST_LOTERICO - IMAGENS MASCARADAS ....... ='
                               WS-AC-HIST-MASCARADAS.
           DISPLAY '  LT_MOV_PROPOSTA  - MOVIMENTOS MASCARADOS .... ='
                               WS-AC-MOV-MASCARADOS.
           DISPLAY '  QUARENTENA       - REGISTROS MASCARADOS ..... ='
                               WS-AC-QUA-MASCARADOS.
           DISPLAY '  RETORNO A CEF    - REGISTROS MASCARADOS ..... ='
                               WS-AC-RET-MASCARADOS.
           DISPLAY '  LOG JA REGISTRADO NO DIA (NAO GRAVADO) ...... ='
                               WS-AC-LOG-JA-GRAVADO.
      *
           MOVE          ZEROS             TO           RETURN-CODE
      *
           PERFORM  R9050-REGISTRA-FIM.

           STOP          RUN.
      *
       R0000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    LE O CARTAO-PARAMETRO (LT2016M).
      *-----------------------------------------------------------------
       R0080-LE-PARM-EXECUCAO                                   SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  SPACES  TO  WPARM-CARTAO.
      *
           READ  WPARAM
               AT END
                  CONTINUE
               NOT AT END
                  MOVE  REG-PARAM  TO  WPARM-CARTAO
           END-READ.
      *
           IF WPARM-ANOS  IS NUMERIC  AND
              WPARM-ANOS-N  GREATER  ZEROS
              MOVE  WPARM-ANOS-N  TO  WS-ANOS.
      *
           MOVE  WPARM-SIMULACAO  TO  WS-PARM-SIMULACAO.
           IF WS-PARM-SIMULACAO  NOT EQUAL  'S'
              MOVE  'N'  TO  WS-PARM-SIMULACAO.
      *
           MOVE  ZEROS  TO  LTMVPROP-CEP
                            LTMVPROP-DDD
                            LTMVPROP-NUM-FONE
                            LTMVPROP-NUM-FAX.
      *
           DISPLAY 'LT2016B - ANOS DESDE A EXCLUSAO       = '
                    WS-ANOS.
           DISPLAY 'LT2016B - SIMULACAO                   = '
                    WS-PARM-SIMULACAO.
      *
       R0080-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    REGISTRA O INICIO DA EXECUCAO NA FC_CTRL_EXECUCAO (LT2101S)
      *    E CONFERE OS PRE-REQUISITOS DA CADEIA. EXECUCAO RECUSADA
      *    ENCERRA COM RETURN-CODE 12, ANTES DE QUALQUER ATUALIZACAO.
      *-----------------------------------------------------------------
       R0095-REGISTRA-INICIO                                    SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  'I'                TO  LK-CTRL-FUNCAO.
           MOVE  'LT2016B'          TO  LK-CTRL-PROGRAMA.
           MOVE  WS-PARM-SIMULACAO  TO  LK-CTRL-MODO.
           MOVE  WPARM-LIBERA       TO  LK-CTRL-LIBERA.
      *
           CALL 'LT2101S' USING LK-AREA-CTRL.
      *
           IF LK-CTRL-COD-RETORNO  EQUAL  12
              DISPLAY 'LT2016B - EXECUCAO RECUSADA (RC 12)'
              DISPLAY 'LT2016B - ' LK-CTRL-MENSAGEM
              PERFORM  R9100-CLOSE-ARQUIVOS
              MOVE        12              TO             RETURN-CODE
              STOP        RUN.
      *
           IF LK-CTRL-COD-RETORNO  NOT EQUAL  ZEROS
              DISPLAY 'LT2016B - ERRO NO CONTROLE DE EXECUCAO (LT2101S)'
              DISPLAY 'LT2016B - ' LK-CTRL-MENSAGEM
              PERFORM  R9100-CLOSE-ARQUIVOS
              MOVE        99              TO             RETURN-CODE
              STOP        RUN.
      *
           DISPLAY 'LT2016B - DATA DE REFERENCIA  = ' LK-CTRL-DATA-REF.
      *
       R0095-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    DATA DE CORTE: DATA DO MOVIMENTO (DTMOVABE) MENOS N ANOS.
      *    UNIDADE COM DTH_EXCLUSAO ANTERIOR A ELA E ANONIMIZADA.
      *-----------------------------------------------------------------
       R0100-DATA-CORTE                                         SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '0100'   TO  WNR-EXEC-SQL.
           MOVE  WS-ANOS  TO  WANO-ANOS.
      *
           EXEC SQL
             SELECT  DTMOVABE,
                     CHAR(DATE(DTMOVABE) - :WANO-ANOS YEARS, ISO),
                     CHAR(CURRENT TIMESTAMP)
               INTO :WANO-DATA-MOV,
                    :WANO-DATA-CORTE,
                    :WLOG-DTH-INICIO
               FROM  SEGUROS.V0SISTEMA
              WHERE  IDSISTEM  =  'LT'
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R0100-ERRO SELECT V0SISTEMA'
              GO  TO  R9999-ROT-ERRO.
      *
           DISPLAY 'LT2016B - DATA DO MOVIMENTO           = '
                    WANO-DATA-MOV.
           DISPLAY 'LT2016B - EXCLUIDOS ANTES DE          = '
                    WANO-DATA-CORTE.
      *
       R0100-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    FC_LOTERICO: UNIDADES EXCLUIDAS ANTES DA DATA DE CORTE,
      *    INATIVAS, COM ALGUM DADO PESSOAL AINDA NAO MASCARADO. PARA
      *    CADA UNIDADE MASCARA O CADASTRO (UPDATE POSICIONADO), AS
      *    IMAGENS DA FC_HIST_LOTERICO E OS MOVIMENTOS DA
      *    LT_MOV_PROPOSTA, NA MESMA UNIDADE DE TRABALHO.
      *-----------------------------------------------------------------
       R1000-ANONIMIZA-TABELAS                                  SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '1000'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             DECLARE  CANONIM  CURSOR WITH HOLD FOR
             SELECT  NUM_LOTERICO,
                     VALUE(NUM_DV_LOTERICO,0),
                     DTH_EXCLUSAO,
                     VALUE(NOM_CONTATO1,' '),
                     VALUE(NOM_CONTATO2,' '),
                     VALUE(DES_EMAIL,' '),
                     VALUE(NUM_TELEFONE,' '),
                     VALUE(NUM_FAX,' '),
                     VALUE(DES_ENDERECO,' '),
                     VALUE(NOM_BAIRRO,' '),
                     VALUE(NUM_CEP,0)
               FROM  FDRCAP.FC_LOTERICO
              WHERE  DTH_EXCLUSAO  <  :WANO-DATA-CORTE
                AND  VALUE(STA_LOTERICO,' ')  <>  '1'
                AND (VALUE(NOM_CONTATO1,' ') NOT IN (' ',:WANO-MASCARA)
                 OR  VALUE(NOM_CONTATO2,' ') NOT IN (' ',:WANO-MASCARA)
                 OR  VALUE(DES_EMAIL,' ')    NOT IN (' ',:WANO-MASCARA)
                 OR  VALUE(DES_ENDERECO,' ') NOT IN (' ',:WANO-MASCARA)
                 OR  VALUE(NOM_BAIRRO,' ')   NOT IN (' ',:WANO-MASCARA)
                 OR  VALUE(NUM_TELEFONE,' ') NOT IN (' ',:WANO-TEL-ZERO)
                 OR  VALUE(NUM_FAX,' ')      NOT IN (' ',:WANO-TEL-ZERO)
                 OR  VALUE(NUM_CEP,0)        <>  0)
                FOR  UPDATE OF NOM_CONTATO1, NOM_CONTATO2, DES_EMAIL,
                               NUM_TELEFONE, NUM_FAX, DES_ENDERECO,
                               NOM_BAIRRO, NUM_CEP
           END-EXEC.
      *
           EXEC SQL
             OPEN  CANONIM
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R1000-ERRO OPEN CURSOR FC_LOTERICO'
              GO  TO  R9999-ROT-ERRO.
      *
       R1000-FETCH.
      *
           MOVE  '1000'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             FETCH  CANONIM
              INTO :FCLOTERI-NUM-LOTERICO,
                   :FCLOTERI-NUM-DV-LOTERICO,
                   :FCLOTERI-DTH-EXCLUSAO,
                   :FCLOTERI-NOM-CONTATO1,
                   :FCLOTERI-NOM-CONTATO2,
                   :FCLOTERI-DES-EMAIL,
                   :FCLOTERI-NUM-TELEFONE,
                   :FCLOTERI-NUM-FAX,
                   :FCLOTERI-DES-ENDERECO,
                   :FCLOTERI-NOM-BAIRRO,
                   :FCLOTERI-NUM-CEP
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R1000-FIM.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R1000-ERRO FETCH FC_LOTERICO'
              GO  TO  R9999-ROT-ERRO.
      *
           ADD   1  TO  WS-AC-UNIDADES.
      *
           MOVE  FCLOTERI-NUM-LOTERICO     TO  WANO-NUM-LOTERICO
                                               WS-ED-LOT-NUM.
           MOVE  FCLOTERI-NUM-DV-LOTERICO  TO  WS-ED-LOT-DV.
           MOVE  FCLOTERI-DTH-EXCLUSAO     TO  WANO-DTH-EXCLUSAO.
      *
           PERFORM  R1100-CAMPOS-CADASTRO.
      *
           IF WS-PARM-SIMULACAO  EQUAL  'S'
              GO  TO  R1000-LOG-CADASTRO.
      *
           EXEC SQL
             UPDATE  FDRCAP.FC_LOTERICO
                SET  NOM_CONTATO1  =  :WANO-MASCARA,
                     NOM_CONTATO2  =  :WANO-MASCARA,
                     DES_EMAIL     =  :WANO-MASCARA,
                     NUM_TELEFONE  =  :WANO-TEL-ZERO,
                     NUM_FAX       =  :WANO-TEL-ZERO,
                     DES_ENDERECO  =  :WANO-MASCARA,
                     NOM_BAIRRO    =  :WANO-MASCARA,
                     NUM_CEP       =  0
              WHERE  CURRENT OF CANONIM
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R1000-ERRO UPDATE FC_LOTERICO'
              GO  TO  R9999-ROT-ERRO.
      *
       R1000-LOG-CADASTRO.
      *
           MOVE 'FC_LOTERICO'     TO  WLOG-NOM-ORIGEM.
           MOVE  1                TO  WLOG-QTD-REGISTROS.
           PERFORM  R7300-GRAVA-LOG.
      *
           PERFORM  R2000-ANONIMIZA-HISTORICO.
      *
           PERFORM  R3000-ANONIMIZA-MOVIMENTO.
      *
           IF WS-PARM-SIMULACAO  NOT EQUAL  'S'
              PERFORM  R7000-COMMIT-PARCIAL.
      *
           GO  TO  R1000-FETCH.
      *
       R1000-FIM.
      *
           EXEC SQL
             CLOSE  CANONIM
           END-EXEC.
      *
           DISPLAY 'LT2016B - FC_LOTERICO ANONIMIZADAS = '
                    WS-AC-UNIDADES.
      *
       R1000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    MONTA EM WLOG-DES-CAMPOS OS CAMPOS DO CADASTRO QUE TINHAM
      *    DADO PESSOAL (PREENCHIDOS E AINDA NAO MASCARADOS).
      *-----------------------------------------------------------------
       R1100-CAMPOS-CADASTRO                                    SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  SPACES  TO  WLOG-DES-CAMPOS.
           MOVE  1       TO  WS-PONTEIRO.
      *
           IF FCLOTERI-NOM-CONTATO1  NOT EQUAL  SPACES  AND
              FCLOTERI-NOM-CONTATO1  NOT EQUAL  WANO-MASCARA
              STRING 'CONTATO1 '  DELIMITED BY SIZE
                INTO  WLOG-DES-CAMPOS  WITH POINTER  WS-PONTEIRO.
      *
           IF FCLOTERI-NOM-CONTATO2  NOT EQUAL  SPACES  AND
              FCLOTERI-NOM-CONTATO2  NOT EQUAL  WANO-MASCARA
              STRING 'CONTATO2 '  DELIMITED BY SIZE
                INTO  WLOG-DES-CAMPOS  WITH POINTER  WS-PONTEIRO.
      *
           IF FCLOTERI-DES-EMAIL  NOT EQUAL  SPACES  AND
              FCLOTERI-DES-EMAIL  NOT EQUAL  WANO-MASCARA
              STRING 'EMAIL '  DELIMITED BY SIZE
                INTO  WLOG-DES-CAMPOS  WITH POINTER  WS-PONTEIRO.
      *
           IF FCLOTERI-NUM-TELEFONE  NOT EQUAL  SPACES  AND
              FCLOTERI-NUM-TELEFONE  NOT EQUAL  WANO-TEL-ZERO
              STRING 'TELEFONE '  DELIMITED BY SIZE
                INTO  WLOG-DES-CAMPOS  WITH POINTER  WS-PONTEIRO.
      *
           IF FCLOTERI-NUM-FAX  NOT EQUAL  SPACES  AND
              FCLOTERI-NUM-FAX  NOT EQUAL  WANO-TEL-ZERO
              STRING 'FAX '  DELIMITED BY SIZE
                INTO  WLOG-DES-CAMPOS  WITH POINTER  WS-PONTEIRO.
      *
           IF FCLOTERI-DES-ENDERECO  NOT EQUAL  SPACES  AND
              FCLOTERI-DES-ENDERECO  NOT EQUAL  WANO-MASCARA
              STRING 'ENDERECO '  DELIMITED BY SIZE
                INTO  WLOG-DES-CAMPOS  WITH POINTER  WS-PONTEIRO.
      *
           IF FCLOTERI-NOM-BAIRRO  NOT EQUAL  SPACES  AND
              FCLOTERI-NOM-BAIRRO  NOT EQUAL  WANO-MASCARA
              STRING 'BAIRRO '  DELIMITED BY SIZE
                INTO  WLOG-DES-CAMPOS  WITH POINTER  WS-PONTEIRO.
      *
           IF FCLOTERI-NUM-CEP  NOT EQUAL  ZEROS
              STRING 'CEP '  DELIMITED BY SIZE
                INTO  WLOG-DES-CAMPOS  WITH POINTER  WS-PONTEIRO.
      *
       R1100-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    FC_HIST_LOTERICO: MASCARA AS IMAGENS ANTERIORES DA UNIDADE
      *    QUE AINDA TEM ALGUM DADO PESSOAL. NA SIMULACAO SO CONTA.
      *-----------------------------------------------------------------
       R2000-ANONIMIZA-HISTORICO                                SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '2000'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             SELECT  COUNT(*)
               INTO :WANO-QTD
               FROM  FDRCAP.FC_HIST_LOTERICO
              WHERE  NUM_LOTERICO  =  :WANO-NUM-LOTERICO
                AND (VALUE(NOM_CONTATO1,' ') NOT IN (' ',:WANO-MASCARA)
                 OR  VALUE(NOM_CONTATO2,' ') NOT IN (' ',:WANO-MASCARA)
                 OR  VALUE(DES_EMAIL,' ')    NOT IN (' ',:WANO-MASCARA)
                 OR  VALUE(DES_ENDERECO,' ') NOT IN (' ',:WANO-MASCARA)
                 OR  VALUE(NOM_BAIRRO,' ')   NOT IN (' ',:WANO-MASCARA)
                 OR  VALUE(NUM_TELEFONE,' ') NOT IN (' ',:WANO-TEL-ZERO)
                 OR  VALUE(NUM_FAX,' ')      NOT IN (' ',:WANO-TEL-ZERO)
                 OR  VALUE(NUM_CEP,0)        <>  0)
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2000-ERRO SELECT FC_HIST_LOTERICO'
              GO  TO  R9999-ROT-ERRO.
      *
           IF WANO-QTD  EQUAL  ZEROS
              GO  TO  R2000-SAIDA.
      *
           IF WS-PARM-SIMULACAO  EQUAL  'S'
              GO  TO  R2000-LOG.
      *
           EXEC SQL
             UPDATE  FDRCAP.FC_HIST_LOTERICO
                SET  NOM_CONTATO1  =  :WANO-MASCARA,
                     NOM_CONTATO2  =  :WANO-MASCARA,
                     DES_EMAIL     =  :WANO-MASCARA,
                     NUM_TELEFONE  =  :WANO-TEL-ZERO,
                     NUM_FAX       =  :WANO-TEL-ZERO,
                     DES_ENDERECO  =  :WANO-MASCARA,
                     NOM_BAIRRO    =  :WANO-MASCARA,
                     NUM_CEP       =  0
              WHERE  NUM_LOTERICO  =  :WANO-NUM-LOTERICO
                AND (VALUE(NOM_CONTATO1,' ') NOT IN (' ',:WANO-MASCARA)
                 OR  VALUE(NOM_CONTATO2,' ') NOT IN (' ',:WANO-MASCARA)
                 OR  VALUE(DES_EMAIL,' ')    NOT IN (' ',:WANO-MASCARA)
                 OR  VALUE(DES_ENDERECO,' ') NOT IN (' ',:WANO-MASCARA)
                 OR  VALUE(NOM_BAIRRO,' ')   NOT IN (' ',:WANO-MASCARA)
                 OR  VALUE(NUM_TELEFONE,' ') NOT IN (' ',:WANO-TEL-ZERO)
                 OR  VALUE(NUM_FAX,' ')      NOT IN (' ',:WANO-TEL-ZERO)
                 OR  VALUE(NUM_CEP,0)        <>  0)
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2000-ERRO UPDATE FC_HIST_LOTERICO'
              GO  TO  R9999-ROT-ERRO.
      *
           MOVE  SQLERRD(3)  TO  WANO-QTD.
      *
       R2000-LOG.
      *
           ADD   WANO-QTD         TO  WS-AC-HIST-MASCARADAS.
      *
           MOVE 'FC_HIST_LOTERICO' TO  WLOG-NOM-ORIGEM.
           MOVE  WANO-QTD         TO  WLOG-QTD-REGISTROS.
           MOVE  WS-CAMPOS-CAD    TO  WLOG-DES-CAMPOS.
           PERFORM  R7300-GRAVA-LOG.
      *
       R2000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    LT_MOV_PROPOSTA: MASCARA O ENDERECO, OS TELEFONES E O E-MAIL
      *    DOS MOVIMENTOS DA UNIDADE (COD_EXT_SEGURADO = CODIGO CEF
      *    COM DV). A TABELA NAO TEM OS CONTATOS. NA SIMULACAO SO
      *    CONTA.
      *-----------------------------------------------------------------
       R3000-ANONIMIZA-MOVIMENTO                                SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '3000'  TO  WNR-EXEC-SQL.
      *
           COMPUTE  LTMVPROP-COD-EXT-SEGURADO  =
                   (FCLOTERI-NUM-LOTERICO * 10)  +
                    FCLOTERI-NUM-DV-LOTERICO.
      *
           EXEC SQL
             SELECT  COUNT(*)
               INTO :WANO-QTD
               FROM  SEGUROS.LT_MOV_PROPOSTA
              WHERE  COD_EXT_SEGURADO  =  :LTMVPROP-COD-EXT-SEGURADO
                AND (VALUE(ENDERECO,' ')    NOT IN (' ',:WANO-MASCARA)
                 OR  VALUE(BAIRRO,' ')      NOT IN (' ',:WANO-MASCARA)
                 OR  VALUE(EMAIL,' ')       NOT IN (' ',:WANO-MASCARA)
                 OR  VALUE(COMPL_ENDER,' ')  <>  ' '
                 OR  VALUE(CEP,:LTMVPROP-CEP) <> :LTMVPROP-CEP
                 OR  VALUE(DDD,:LTMVPROP-DDD) <> :LTMVPROP-DDD
                 OR  VALUE(NUM_FONE,:LTMVPROP-NUM-FONE)
                                              <> :LTMVPROP-NUM-FONE
                 OR  VALUE(NUM_FAX,:LTMVPROP-NUM-FAX)
                                              <> :LTMVPROP-NUM-FAX)
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R3000-ERRO SELECT LT_MOV_PROPOSTA'
              GO  TO  R9999-ROT-ERRO.
      *
           IF WANO-QTD  EQUAL  ZEROS
              GO  TO  R3000-SAIDA.
      *
           IF WS-PARM-SIMULACAO  EQUAL  'S'
              GO  TO  R3000-LOG.
      *
           EXEC SQL
             UPDATE  SEGUROS.LT_MOV_PROPOSTA
                SET  ENDERECO     =  :WANO-MASCARA,
                     COMPL_ENDER  =  ' ',
                     BAIRRO       =  :WANO-MASCARA,
                     CEP          =  :LTMVPROP-CEP,
                     DDD          =  :LTMVPROP-DDD,
                     NUM_FONE     =  :LTMVPROP-NUM-FONE,
                     NUM_FAX      =  :LTMVPROP-NUM-FAX,
                     EMAIL        =  :WANO-MASCARA
              WHERE  COD_EXT_SEGURADO  =  :LTMVPROP-COD-EXT-SEGURADO
                AND (VALUE(ENDERECO,' ')    NOT IN (' ',:WANO-MASCARA)
                 OR  VALUE(BAIRRO,' ')      NOT IN (' ',:WANO-MASCARA)
                 OR  VALUE(EMAIL,' ')       NOT IN (' ',:WANO-MASCARA)
                 OR  VALUE(COMPL_ENDER,' ')  <>  ' '
                 OR  VALUE(CEP,:LTMVPROP-CEP) <> :LTMVPROP-CEP
                 OR  VALUE(DDD,:LTMVPROP-DDD) <> :LTMVPROP-DDD
                 OR  VALUE(NUM_FONE,:LTMVPROP-NUM-FONE)
                                              <> :LTMVPROP-NUM-FONE
                 OR  VALUE(NUM_FAX,:LTMVPROP-NUM-FAX)
                                              <> :LTMVPROP-NUM-FAX)
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R3000-ERRO UPDATE LT_MOV_PROPOSTA'
              GO  TO  R9999-ROT-ERRO.
      *
           MOVE  SQLERRD(3)  TO  WANO-QTD.
      *
       R3000-LOG.
      *
           ADD   WANO-QTD         TO  WS-AC-MOV-MASCARADOS.
      *
           MOVE 'LT_MOV_PROPOSTA' TO  WLOG-NOM-ORIGEM.
           MOVE  WANO-QTD         TO  WLOG-QTD-REGISTROS.
           MOVE  WS-CAMPOS-MOV    TO  WLOG-DES-CAMPOS.
           PERFORM  R7300-GRAVA-LOG.
      *
       R3000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    QUARENTENA (LT2016Q -> LT2016S): COPIA TODOS OS REGISTROS,
      *    MASCARANDO OS DAS UNIDADES ANONIMIZAVEIS (R7100).
      *-----------------------------------------------------------------
       R4000-ANONIMIZA-QUARENTENA                               SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  ZERO  TO  WS-FIM-ARQUIVO.
      *
       R4000-LEITURA.
      *
           READ  WQUAREN  INTO  REG-QUARENTENA
               AT END
                  MOVE  1  TO  WS-FIM-ARQUIVO
           END-READ.
      *
           IF WS-FIM-ARQUIVO  EQUAL  1
              GO  TO  R4000-FIM.
      *
           ADD   1  TO  WS-AC-QUA-LIDOS.
      *
           MOVE  QUA-REGISTRO  TO  REG-CAD-CADASTRO.
      *
           PERFORM  R7100-VERIFICA-UNIDADE.
      *
           IF WS-ELEGIVEL  EQUAL  ZERO
              GO  TO  R4000-GRAVA.
      *
           MOVE  REG-CAD-CADASTRO  TO  WS-CAD-ANTES.
           PERFORM  R7200-MASCARA-CAD.
      *
           IF REG-CAD-CADASTRO  EQUAL  WS-CAD-ANTES
              GO  TO  R4000-GRAVA.
      *
           ADD   1  TO  WS-AC-QUA-MASCARADOS.
      *
           MOVE 'QUARENTENA LT2000Q' TO  WLOG-NOM-ORIGEM.
           MOVE  1                TO  WLOG-QTD-REGISTROS.
           MOVE  WS-CAMPOS-CAD    TO  WLOG-DES-CAMPOS.
           PERFORM  R7300-GRAVA-LOG.
      *
           IF WS-PARM-SIMULACAO  NOT EQUAL  'S'
              MOVE  REG-CAD-CADASTRO  TO  QUA-REGISTRO.
      *
       R4000-GRAVA.
      *
           WRITE  REG-QUASAI  FROM  REG-QUARENTENA.
      *
           GO  TO  R4000-LEITURA.
      *
       R4000-FIM.
      *
           DISPLAY 'LT2016B - QUARENTENA MASCARADOS = '
                    WS-AC-QUA-MASCARADOS.
      *
       R4000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    RETORNO A CEF (LT2016E -> LT2016R): COPIA HEADER, DETALHES
      *    E TRAILER, MASCARANDO OS DETALHES (RET-DADOS) DAS UNIDADES
      *    ANONIMIZAVEIS (R7100).
      *-----------------------------------------------------------------
       R5000-ANONIMIZA-RETORNO                                  SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  ZERO  TO  WS-FIM-ARQUIVO.
      *
       R5000-LEITURA.
      *
           READ  WRETCEF  INTO  REG-CAD-RETORNO
               AT END
                  MOVE  1  TO  WS-FIM-ARQUIVO
           END-READ.
      *
           IF WS-FIM-ARQUIVO  EQUAL  1
              GO  TO  R5000-FIM.
      *
           ADD   1  TO  WS-AC-RET-LIDOS.
      *
           MOVE  SPACES     TO  REG-CAD-CADASTRO.
           MOVE  RET-DADOS  TO  REG-CAD-CADASTRO.
      *
           IF CAD-TIPO  EQUAL  'H'  OR
              CAD-TIPO  EQUAL  'T'
              GO  TO  R5000-GRAVA.
      *
           PERFORM  R7100-VERIFICA-UNIDADE.
      *
           IF WS-ELEGIVEL  EQUAL  ZERO
              GO  TO  R5000-GRAVA.
      *
           MOVE  REG-CAD-CADASTRO  TO  WS-CAD-ANTES.
           PERFORM  R7200-MASCARA-CAD.
      *
           IF REG-CAD-CADASTRO  EQUAL  WS-CAD-ANTES
              GO  TO  R5000-GRAVA.
      *
           ADD   1  TO  WS-AC-RET-MASCARADOS.
      *
           MOVE 'RETORNO LT2000E' TO  WLOG-NOM-ORIGEM.
           MOVE  1                TO  WLOG-QTD-REGISTROS.
           MOVE  WS-CAMPOS-CAD    TO  WLOG-DES-CAMPOS.
           PERFORM  R7300-GRAVA-LOG.
      *
           IF WS-PARM-SIMULACAO  NOT EQUAL  'S'
              MOVE  REG-CAD-CADASTRO  TO  RET-DADOS.
      *
       R5000-GRAVA.
      *
           WRITE  REG-RETSAI  FROM  REG-CAD-RETORNO.
      *
           GO  TO  R5000-LEITURA.
      *
       R5000-FIM.
      *
           DISPLAY 'LT2016B - RETORNO MASCARADOS    = '
                    WS-AC-RET-MASCARADOS.
      *
       R5000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    COMMIT EM INTERVALOS, COMO O LT2007B. O CURSOR DE UNIDADES
      *    E WITH HOLD E MANTEM O POSICIONAMENTO.
      *-----------------------------------------------------------------
       R7000-COMMIT-PARCIAL                                     SECTION.
      *-----------------------------------------------------------------
      *
           ADD  1  TO  WS-COMMIT-CONTADOR.
      *
           IF WS-COMMIT-CONTADOR  <  WS-COMMIT-INTERVALO
              GO TO  R7000-SAIDA.
      *
           EXEC SQL      COMMIT            WORK         END-EXEC.
      *
           MOVE  0            TO  WS-COMMIT-CONTADOR.
      *
           DISPLAY 'LT2016B - COMMIT PARCIAL EFETUADO'.
      *
       R7000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    UNIDADE DE UM REGISTRO DO ARQUIVO DO SIGEL E ANONIMIZAVEL
      *    (WS-ELEGIVEL = 1) QUANDO A DTH_EXCLUSAO DA FC_LOTERICO E
      *    ANTERIOR A DATA DE CORTE E A UNIDADE NAO ESTA ATIVA. UNIDADE
      *    QUE NUNCA ENTROU NA FC_LOTERICO USA A DATA DE EXCLUSAO DO
      *    PROPRIO REGISTRO.
      *-----------------------------------------------------------------
       R7100-VERIFICA-UNIDADE                                   SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '7100'  TO  WNR-EXEC-SQL.
           MOVE  ZERO    TO  WS-ELEGIVEL.
      *
           IF CAD-COD-CEFX  NOT NUMERIC
              GO  TO  R7100-SAIDA.
      *
           MOVE  CAD-COD-CEF   TO  WANO-NUM-LOTERICO
                                   WS-ED-LOT-NUM.
           MOVE  CAD-DV-CEF    TO  WS-ED-LOT-DV.
      *
           EXEC SQL
             SELECT  VALUE(CHAR(DTH_EXCLUSAO, ISO),' '),
                     VALUE(STA_LOTERICO,' ')
               INTO :WANO-DTH-EXCLUSAO,
                    :WANO-STA-LOTERICO
               FROM  FDRCAP.FC_LOTERICO
              WHERE  NUM_LOTERICO  =  :WANO-NUM-LOTERICO
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R7100-DATA-REGISTRO.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R7100-ERRO SELECT FC_LOTERICO'
              GO  TO  R9999-ROT-ERRO.
      *
           IF WANO-DTH-EXCLUSAO  NOT EQUAL  SPACES      AND
              WANO-DTH-EXCLUSAO  LESS  WANO-DATA-CORTE  AND
              WANO-STA-LOTERICO  NOT EQUAL  '1'
              MOVE  1  TO  WS-ELEGIVEL.
      *
           GO  TO  R7100-SAIDA.
      *
       R7100-DATA-REGISTRO.
      *
           MOVE  SPACES  TO  WANO-DTH-EXCLUSAO.
      *
           IF CAD-DATA-EXCLUSAOX  NOT NUMERIC
              GO  TO  R7100-SAIDA.
      *
           IF CAD-DATA-EXCLUSAO  EQUAL  ZEROS
              GO  TO  R7100-SAIDA.
      *
           MOVE  CAD-DATA-EXCLUSAO  TO  WS-DATA-SIGEL.
           MOVE  WS-DSIG-AAAA       TO  WS-DISO-AAAA.
           MOVE  WS-DSIG-MM         TO  WS-DISO-MM.
           MOVE  WS-DSIG-DD         TO  WS-DISO-DD.
           MOVE  WS-DATA-ISO        TO  WANO-DTH-EXCLUSAO.
      *
           IF WANO-DTH-EXCLUSAO  LESS  WANO-DATA-CORTE
              MOVE  1  TO  WS-ELEGIVEL.
      *
       R7100-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    MASCARA OS DADOS PESSOAIS DO REGISTRO DO SIGEL. O CODIGO
      *    CEF, O CNPJ, A RAZAO SOCIAL, O MUNICIPIO E A UF FICAM.
      *-----------------------------------------------------------------
       R7200-MASCARA-CAD                                        SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  WANO-MASCARA  TO  CAD-CONTATO1
                                   CAD-CONTATO2
                                   CAD-EMAIL
                                   CAD-END
                                   CAD-BAIRRO.
      *
           MOVE  SPACES        TO  CAD-COMPL-END.
      *
           MOVE  ZEROS         TO  CAD-CEP
                                   CAD-DDD-FONE
                                   CAD-FONE
                                   CAD-DDD-FAX
                                   CAD-FAX.
      *
       R7200-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    REGISTRA O MASCARAMENTO NA FC_LOG_ANONIMIZACAO (FORA DA
      *    SIMULACAO) E LISTA NO RLT2016B. UNIDADE/ORIGEM JA REGISTRADA
      *    NESTA EXECUCAO (OUTRO REGISTRO DO MESMO ARQUIVO) SOMA A
      *    QUANTIDADE; JA REGISTRADA POR EXECUCAO ANTERIOR DO DIA
      *    (REEXECUCAO) NAO E GRAVADA DE NOVO.
      *-----------------------------------------------------------------
       R7300-GRAVA-LOG                                          SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '7300'  TO  WNR-EXEC-SQL.
      *
           IF WS-PARM-SIMULACAO  EQUAL  'S'
              GO  TO  R7300-RELATORIO.
      *
           EXEC SQL
             SELECT  COUNT(*),
                     VALUE(SUM(CASE WHEN DTH_ANONIMIZACAO  >=
                                         TIMESTAMP(:WLOG-DTH-INICIO)
                                    THEN 1 ELSE 0 END), 0)
               INTO :WLOG-QT-DIA,
                    :WLOG-QT-EXECUCAO
               FROM  FDRCAP.FC_LOG_ANONIMIZACAO
              WHERE  NUM_LOTERICO           =  :WANO-NUM-LOTERICO
                AND  NOM_ORIGEM             =  :WLOG-NOM-ORIGEM
                AND  DATE(DTH_ANONIMIZACAO) =  CURRENT DATE
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R7300-ERRO SELECT FC_LOG_ANONIMIZACAO'
              DISPLAY 'LOTERICO = ' WANO-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
           IF WLOG-QT-EXECUCAO  GREATER  ZEROS
              GO  TO  R7300-SOMA-QTD.
      *
           IF WLOG-QT-DIA  GREATER  ZEROS
              ADD  1  TO  WS-AC-LOG-JA-GRAVADO
              GO  TO  R7300-RELATORIO.
      *
           MOVE  '7310'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             INSERT INTO FDRCAP.FC_LOG_ANONIMIZACAO
                   (NUM_LOTERICO,
                    NOM_ORIGEM,
                    DTH_ANONIMIZACAO,
                    QTD_REGISTROS,
                    DES_CAMPOS,
                    DTH_EXCLUSAO,
                    COD_USUARIO)
             VALUES
                   (:WANO-NUM-LOTERICO,
                    :WLOG-NOM-ORIGEM,
                     CURRENT TIMESTAMP,
                    :WLOG-QTD-REGISTROS,
                    :WLOG-DES-CAMPOS,
                    :WANO-DTH-EXCLUSAO,
                    'LT2016B')
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R7300-ERRO INSERT FC_LOG_ANONIMIZACAO'
              DISPLAY 'LOTERICO = ' WANO-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
           GO  TO  R7300-RELATORIO.
      *
       R7300-SOMA-QTD.
      *
           MOVE  '7320'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             UPDATE  FDRCAP.FC_LOG_ANONIMIZACAO
                SET  QTD_REGISTROS     =  QTD_REGISTROS
                                       +  :WLOG-QTD-REGISTROS
              WHERE  NUM_LOTERICO      =  :WANO-NUM-LOTERICO
                AND  NOM_ORIGEM        =  :WLOG-NOM-ORIGEM
                AND  DTH_ANONIMIZACAO >=  TIMESTAMP(:WLOG-DTH-INICIO)
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R7300-ERRO UPDATE FC_LOG_ANONIMIZACAO'
              DISPLAY 'LOTERICO = ' WANO-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
       R7300-RELATORIO.
      *
           MOVE  WS-ED-LOTERICO      TO  LA01-LOTERICO.
           MOVE  WANO-DTH-EXCLUSAO   TO  LA01-DT-EXCLUSAO.
           MOVE  WLOG-NOM-ORIGEM     TO  LA01-ORIGEM.
           MOVE  WLOG-QTD-REGISTROS  TO  LA01-QTD.
           MOVE  WLOG-DES-CAMPOS     TO  LA01-CAMPOS.
      *
           ADD        1       TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
           WRITE  REG-RLT2016B  FROM  LA01  AFTER  1.
      *
       R7300-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    RESUMO POR ORIGEM NO RLT2016B.
      *-----------------------------------------------------------------
       R8000-TOTAIS-FINAIS                                      SECTION.
      *-----------------------------------------------------------------
      *
           ADD       99       TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
      *
           IF WS-PARM-SIMULACAO  EQUAL  'S'
              MOVE '*** MODO SIMULACAO - NENHUM DADO FOI MASCARADO'
                                TO  LD00-MSG1
              WRITE  REG-RLT2016B  FROM  LD00  AFTER  2.
      *
           MOVE 'FC_LOTERICO        - UNIDADES ANONIMIZADAS'
                      TO LT00-TEXTO.
           MOVE  WS-AC-UNIDADES             TO  LT00-TOTAIS
           WRITE  REG-RLT2016B  FROM  LT00  AFTER  2.
      *
           MOVE 'FC_HIST_LOTERICO   - IMAGENS MASCARADAS'
                      TO LT00-TEXTO.
           MOVE  WS-AC-HIST-MASCARADAS      TO  LT00-TOTAIS
           WRITE  REG-RLT2016B  FROM  LT00  AFTER  1.
      *
           MOVE 'LT_MOV_PROPOSTA    - MOVIMENTOS MASCARADOS'
                      TO LT00-TEXTO.
           MOVE  WS-AC-MOV-MASCARADOS       TO  LT00-TOTAIS
           WRITE  REG-RLT2016B  FROM  LT00  AFTER  1.
      *
           MOVE 'QUARENTENA LT2000Q - REGISTROS LIDOS'
                      TO LT00-TEXTO.
           MOVE  WS-AC-QUA-LIDOS            TO  LT00-TOTAIS
           WRITE  REG-RLT2016B  FROM  LT00  AFTER  2.
      *
           MOVE 'QUARENTENA LT2000Q - REGISTROS MASCARADOS'
                      TO LT00-TEXTO.
           MOVE  WS-AC-QUA-MASCARADOS       TO  LT00-TOTAIS
           WRITE  REG-RLT2016B  FROM  LT00  AFTER  1.
      *
           MOVE 'RETORNO LT2000E    - REGISTROS LIDOS'
                      TO LT00-TEXTO.
           MOVE  WS-AC-RET-LIDOS            TO  LT00-TOTAIS
           WRITE  REG-RLT2016B  FROM  LT00  AFTER  2.
      *
           MOVE 'RETORNO LT2000E    - REGISTROS MASCARADOS'
                      TO LT00-TEXTO.
           MOVE  WS-AC-RET-MASCARADOS       TO  LT00-TOTAIS
           WRITE  REG-RLT2016B  FROM  LT00  AFTER  1.
      *
           MOVE 'LOG JA REGISTRADO NO DIA (NAO GRAVADO)'
                      TO LT00-TEXTO.
           MOVE  WS-AC-LOG-JA-GRAVADO       TO  LT00-TOTAIS
           WRITE  REG-RLT2016B  FROM  LT00  AFTER  2.
      *
       R8000-SAIDA. EXIT.
      *----------------------------------------------------------------*
       R7510-MONTA-CABECALHO     SECTION.
      *------------------------------------
      *
           ACCEPT      WS-DATE             FROM    DATE
           MOVE        WS-DD-DATE          TO      WDATA-DD-CABEC
           MOVE        WS-MM-DATE          TO      WDATA-MM-CABEC
           MOVE        WS-AA-DATE          TO      WDATA-AA-CABEC
           MOVE        WDATA-CABEC         TO      LC02-DATA
      *
           ACCEPT      WS-TIME             FROM    TIME
           MOVE        WS-HH-TIME          TO      WHORA-HH-CABEC
           MOVE        WS-MM-TIME          TO      WHORA-MM-CABEC
           MOVE        WS-SS-TIME          TO      WHORA-SS-CABEC
           MOVE        WHORA-CABEC         TO      LC03-HORA
      *
           EXEC SQL    SELECT     NOME_EMPRESA
                       INTO      :V1EMPR-NOM-EMP
                       FROM       SEGUROS.V1EMPRESA
                       WHERE      COD_EMPRESA  =   0
           END-EXEC.
      *
           MOVE        V1EMPR-NOM-EMP      TO      LK-TITULO
           CALL       'PROALN01'           USING   LK-LINK
      *
           IF          LK-RTCODE           EQUAL   ZEROS
             MOVE      LK-TITULO           TO      LC01-EMPRESA
           ELSE
             DISPLAY  'PROBLEMA CALL V1EMPRESA'
             STOP      RUN.
      *
           MOVE  WANO-DATA-MOV    TO  LP01-DATA-MOV.
           MOVE  WS-ANOS          TO  LP01-ANOS.
           MOVE  WANO-DATA-CORTE  TO  LP01-DATA-CORTE.
      *
           MOVE    99    TO W-AC-LINHA.
      *
       R7510-SAIDA. EXIT.
      *----------------------------------------------------------------*
       R7520-CABECALHO  SECTION.
      *-------------------------
      *
           IF W-AC-LINHA  GREATER  60
              ADD        1       TO  W-AC-PAGINA
              MOVE  W-AC-PAGINA  TO  LC01-PAGINA
              WRITE  REG-RLT2016B  FROM  LC01 AFTER PAGE
              WRITE  REG-RLT2016B  FROM  LC02 AFTER 1
              WRITE  REG-RLT2016B  FROM  LC03 AFTER 1
              WRITE  REG-RLT2016B  FROM  LC06 AFTER 1
              WRITE  REG-RLT2016B  FROM  LP01 AFTER 1
              WRITE  REG-RLT2016B  FROM  LA00 AFTER 2
              WRITE  REG-RLT2016B  FROM  LC05 AFTER 1
              MOVE       8       TO  W-AC-LINHA.
      *
       R7520-SAIDA. EXIT.
      *----------------------------------------------------------------*
       R9000-OPEN-ARQUIVOS        SECTION.
      *-------------------------------------
      *
           OPEN INPUT  WPARAM.
           OPEN INPUT  WQUAREN.
           OPEN OUTPUT WQUASAI.
           OPEN INPUT  WRETCEF.
           OPEN OUTPUT WRETSAI.
           OPEN OUTPUT RLT2016B.
      *
       R9000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    REGISTRA O FIM DA EXECUCAO NA FC_CTRL_EXECUCAO (LT2101S),
      *    COM O RETURN-CODE E AS QUANTIDADES DO PASSO. O RETURN-CODE
      *    E PRESERVADO NA CHAMADA DA SUBROTINA.
      *-----------------------------------------------------------------
       R9050-REGISTRA-FIM                                       SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  RETURN-CODE            TO  LK-CTRL-RC-PROGRAMA.
           MOVE  'F'                    TO  LK-CTRL-FUNCAO.
           MOVE  WS-AC-UNIDADES         TO  LK-CTRL-QTD-LIDOS.
           ADD   WS-AC-QUA-LIDOS        TO  LK-CTRL-QTD-LIDOS.
           ADD   WS-AC-RET-LIDOS        TO  LK-CTRL-QTD-LIDOS.
           MOVE  WS-AC-UNIDADES         TO  LK-CTRL-QTD-GRAVADOS.
           ADD   WS-AC-HIST-MASCARADAS  TO  LK-CTRL-QTD-GRAVADOS.
           ADD   WS-AC-MOV-MASCARADOS   TO  LK-CTRL-QTD-GRAVADOS.
           ADD   WS-AC-QUA-MASCARADOS   TO  LK-CTRL-QTD-GRAVADOS.
           ADD   WS-AC-RET-MASCARADOS   TO  LK-CTRL-QTD-GRAVADOS.
           MOVE  ZEROS                  TO  LK-CTRL-QTD-REJEITADOS.
      *
           CALL 'LT2101S' USING LK-AREA-CTRL.
      *
           IF LK-CTRL-COD-RETORNO  NOT EQUAL  ZEROS
              DISPLAY 'LT2016B - FIM NAO REGISTRADO (LT2101S)'
              DISPLAY 'LT2016B - ' LK-CTRL-MENSAGEM.
      *
           MOVE  LK-CTRL-RC-PROGRAMA  TO  RETURN-CODE.
      *
       R9050-SAIDA. EXIT.
      *----------------------------------------------------------------*
      *                   ROTINA CLOSE ARQUIVOS                        *
      *----------------------------------------------------------------*
       R9100-CLOSE-ARQUIVOS       SECTION.
      *-------------------------------------
      *
           CLOSE  WPARAM  WQUAREN  WQUASAI  WRETCEF  WRETSAI
                  RLT2016B.
      *
       R9100-SAIDA. EXIT.
      *----------------------------------------------------------------*
      *                   ROTINA DE ERRO E ABEND                       *
      *----------------------------------------------------------------*
       R9999-ROT-ERRO             SECTION.
      *-------------------------------------
      *
           MOVE        SQLCODE           TO           WSQLCODE.
      *
           DISPLAY     WABEND
      *
           CLOSE  WPARAM  WQUAREN  WQUASAI  WRETCEF  WRETSAI
                  RLT2016B.
      *
           EXEC  SQL   WHENEVER        SQLWARNING     CONTINUE END-EXEC.
      *
           EXEC  SQL   ROLLBACK WORK                  END-EXEC.
      *
           MOVE        99              TO             RETURN-CODE.
      *
           PERFORM  R9050-REGISTRA-FIM.
      *
           STOP        RUN.
      *
