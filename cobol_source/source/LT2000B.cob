      *                                                                *
      *            PROCURE POR V.19                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *   VERSAO V.20 - SUCESSAO DE LOTERICO: O REGISTRO QUE CHEGA    *
      *                 COM CAD-NUM-LOT-ANTERIOR APONTANDO PARA UM    *
      *                 ANTECESSOR SEGURADO (V0LOTERICO01) GERA UM    *
      *                 MOVIMENTO DE TRANSFERENCIA (COD_MOVIMENTO 4)  *
      *                 PARA O SUCESSOR, LEVANDO A GARANTIA E OS      *
      *                 BONUS DO ANTECESSOR (LT_LOTERICO_BONUS). O    *
      *                 CANCELAMENTO (7) DO ANTECESSOR E GRAVADO      *
      *                 RETIDO (SIT_MOVIMENTO 'R') ENQUANTO A         *
      *                 TRANSFERENCIA ESTIVER PENDENTE E E LIBERADO   *
      *                 NO INICIO DA EXECUCAO SEGUINTE AO SEU         *
      *                 CONSUMO. RELATORIO DE SUCESSOES (LT2000S)     *
      *                 COM CADA CADEIA ANTECESSOR/SUCESSOR, DATAS,   *
      *                 O QUE FOI TRANSFERIDO OU O MOTIVO DA RECUSA.  *
      *                                                                *
      *   EM 15/10/2026 - MARTINS                                      *
      *                                                                *
      *            PROCURE POR V.20                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   VERSAO V.21 - CRITICA DE DIGITOS VERIFICADORES: DV DO CNPJ  *
      *                 (CAD-CGC, MODULO 11), DV DO CODIGO CEF DO     *
      *                 LOTERICO (CAD-DV-CEF X CAD-COD-CEF) E DV DE   *
      *                 AGENCIA/CONTA DA CEF (BANCO 104) DAS CONTAS   *
      *                 DESC. CPMF, ISENTA E CAUCAO. REATIVADA A      *
      *                 CRITICA DA CONTA CAUCAO QUANDO A GARANTIA FOR *
      *                 CAUCAO (TIPO 'C'). CADA CRITICA TEM CODIGO    *
      *                 PROPRIO (046 A 053) NO CATALOGO TAB-CRITICA/  *
      *                 FC_CRITICA_LOTERICO.                          *
      *                                                                *
      *   EM 15/10/2026 - MARTINS                                      *
      *                                                                *
      *            PROCURE POR V.21                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   VERSAO V.22 - BLACKLIST EM MEMORIA (R0400) PASSA A          *
      *                 CONSIDERAR SO AS ENTRADAS ATIVAS DA           *
      *                 FC_LOTERICO_BLACKLIST (SEM DATA DE RETIRADA   *
      *                 OU COM RETIRADA FUTURA), CARGA CONTROLADA     *
      *                 PELO LT2009B.                                 *
      *                                                                *
      *   EM 15/10/2026 - MARTINS                                      *
      *                                                                *
      *            PROCURE POR V.22                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   VERSAO V.23 - TROCA DE CONTA BANCARIA (R6060) JUNTO COM     *
      *                 ALTERACAO DE CONTATO (E-MAIL/TELEFONE/FAX)    *
      *                 OU DE DADOS PESSOAIS, NA MESMA REMESSA OU     *
      *                 NA JANELA DE DIAS DO CARTAO LT2000M (COLS     *
      *                 17-19, DEFAULT 030) PELA FC_HIST_LOTERICO:    *
      *                 A TROCA NAO E APLICADA NA FC_CONTA_BANCARIA,  *
      *                 FICA RETIDA NA FC_CONTA_RETIDA PARA A MESA    *
      *                 DE FRAUDE (LIBERACAO/REJEICAO NO LT2010B) E   *
      *                 SAI NO ARQUIVO DE ALERTA LT2000F. COM ALERTA  *
      *                 O RETURN-CODE PASSA A SER 04.                 *
      *                                                                *
      *   EM 15/10/2026 - MARTINS                                      *
      *                                                                *
      *            PROCURE POR V.23                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   VERSAO V.24 - CATALOGO DE CRITICAS E CATEGORIAS MANTIDOS    *
      *                 ON-LINE PELA TRANSACAO LT29 (LT2011C): O      *
      *                 R0200 IGNORA CRITICA DESATIVADA (STA_CRITICA  *
      *                 'I', VOLTA AO PADRAO) E AS CATEGORIAS PASSAM  *
      *                 A SER CARREGADAS DA FC_CATEGORIA_LOTERICO     *
      *                 (R0250) SOBRE AS PADRAO 01 A 05 DA TAB-CAT,   *
      *                 QUE VAI A 20 POSICOES.                        *
      *                                                                *
      *   EM 15/10/2026 - MARTINS                                      *
      *                                                                *
      *            PROCURE POR V.24                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   VERSAO V.25 - CONTROLE DE EXECUCAO DA CADEIA: O INICIO      *
      *                 E O FIM DE CADA EXECUCAO (MODO, RETURN-       *
      *                 CODE, LIDOS/GRAVADOS/REJEITADOS) SAO          *
      *                 REGISTRADOS NA FDRCAP.FC_CTRL_EXECUCAO        *
      *                 PELA SUBROTINA LT2101S (R0095/R9050). EM      *
      *                 MODO NORMAL A EXECUCAO E RECUSADA COM         *
      *                 RETURN-CODE 12 SE A ULTIMA EXECUCAO DO        *
      *                 LT2000B NA MESMA DATA FOI SIMULACAO;          *
      *                 COL 21 DO LT2000M = 'L' CONFIRMA O            *
      *                 PROCESSAMENTO NORMAL. NA SIMULACAO O          *
      *                 R9050 DESFAZ A UNIDADE DE TRABALHO            *
      *                 ANTES DE REGISTRAR O FIM.                     *
      *                                                                *
      *   EM 15/10/2026 - MARTINS                                      *
      *                                                                *
      *            PROCURE POR V.25                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   VERSAO V.26 - DV DA CONTA CEF (R1056) CALCULADO SOBRE       *
      *                 AGENCIA (4) + OPERACAO (3) + CONTA (8), COM   *
      *                 PESOS 8765432 98765432 E (SOMA X 10) MOD 11.  *
      *                 A CRITICA 050 (DV DO CODIGO CEF) PASSA A SER  *
      *                 INFORMATIVA ATE A REGRA SER HOMOLOGADA COM A  *
      *                 CEF. A RETENCAO POR SUSPEITA DE FRAUDE SO     *
      *                 CONSIDERA ALTERACAO DE CONTATO OU DE RAZAO    *
      *                 SOCIAL/FANTASIA/CNPJ (WFRD-ALT-CADASTRO), E O *
      *                 MOVIMENTO DE ALTERACAO LEVA A CONTA CPMF      *
      *                 CADASTRADA QUANDO A TROCA FOI RETIDA. ERRO NA *
      *                 CHAMADA DO PROALN01 (R7510) ENCERRA PELO      *
      *                 R9999, QUE REGISTRA O FIM DA EXECUCAO.        *
      *                                                                *
      *   EM 15/10/2026 - MARTINS                                      *
      *                                                                *
      *            PROCURE POR V.26                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   VERSAO V.27 - CONTADORES DA RETENCAO POR SUSPEITA DE        *
      *                 FRAUDE (WS-AC-FRD-*) INCLUIDOS NA IMAGEM DO   *
      *                 SAVEPOINT (R1095/R9920): REGISTRO EM          *
      *                 QUARENTENA NAO CONTA A RETENCAO DESFEITA      *
      *                 PELO ROLLBACK. O ALERTA (LT2000F) JA GRAVADO  *
      *                 CONTINUA CONTADO.                             *
      *                                                                *
      *   EM 15/10/2026 - MARTINS                                      *
      *                                                                *
      *            PROCURE POR V.27                                    *
      *                                                                *
      *----------------------------------------------------------------*
       ENVIRONMENT                  DIVISION.
      *--------------------------------------                                   
V.16       SELECT      WQUARIN
V.16                   ASSIGN      TO    LT2000I.
      *
V.20       SELECT      WSUCESS
V.20                   ASSIGN      TO    LT2000S.
V.23  *
V.23       SELECT      WALEFRD
V.23                   ASSIGN      TO    LT2000F.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.                                                       
      *--------------                                                           
V.16  *
V.16   01  REG-QUARIN               PIC X(720).
      *
V.20   FD  WSUCESS
V.20       RECORD    132
V.20       BLOCK       0
V.20       RECORDING MODE IS F
V.20       LABEL RECORD IS OMITTED.
V.20  *
V.20   01  REG-WSUCESS              PIC X(132).
V.23  *
V.23   FD  WALEFRD
V.23       RECORD    220
V.23       BLOCK       0
V.23       RECORDING MODE IS F
V.23       LABEL RECORD IS OMITTED.
V.23  *
V.23   01  REG-WALEFRD              PIC X(220).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE              SECTION.                                  
                                                                                
V.04   77         WS-TIPO-CRITICA-ATUAL PIC X(011) VALUE SPACES.
       77         WS-TEM-UF           PIC  9(001) VALUE 0.
V.04   77         WS-TEM-CATEGORIA    PIC  9(001) VALUE 0.
V.24   77         WS-QT-CAT           PIC  9(002) VALUE 5.
V.24   77         WS-IND-CAT          PIC  9(002) VALUE 0.
V.24   77         WS-ACHOU-CAT        PIC  9(001) VALUE 0.
V.24   77         WS-AC-CATEG-CARREGADAS PIC 9(003) VALUE 0.
V.04   77         WS-TEM-BLACKLIST    PIC  9(001) VALUE 0.
V.04   77         WS-NSR-RESTART      PIC  9(006) VALUE 0.
V.06   77         WS-PARM-MODO        PIC  X(001) VALUE 'N'.
V.13   77         WS-PARM-GERA-CANCEL PIC  X(001) VALUE 'N'.
V.17   77         WS-PARM-LIM-EXCLUSAO PIC 9(003) VALUE 20.
V.17   77         WS-PARM-LIBERA-VOLUME PIC X(001) VALUE 'N'.
V.23   77         WS-PARM-JANELA-FRAUDE PIC 9(003) VALUE 30.
V.13   77         WS-CONC-CHAVE-ANT   PIC  9(008) VALUE 0.
V.14   77         WS-QT-BLACKLIST     PIC  9(005) VALUE 0.
V.14   77         WS-IND-BLK          PIC  9(005) VALUE 0.
V.08   77  WCRIT-SEV                   PIC X(01).
V.08   77  WCRIT-DES                   PIC X(38).
V.08  *
V.24  *--* CATEGORIAS DE LOTERICO (FC_CATEGORIA_LOTERICO)
V.24  *---------------------------------
V.24  *
V.24   77  WCATG-COD                   PIC S9(004) VALUE +0  COMP.
V.24   77  WCATG-DES                   PIC X(27).
V.24   77  WCATG-STA                   PIC X(01).
V.24  *
V.08  *--* OCORRENCIA DE CRITICA (FC_CRITICA_OCORRENCIA)
V.08  *---------------------------------
V.08  *
V.19  *---------------------------------
V.19  *
V.19   77  WS-CGC-LOT-CADASTRO         PIC S9(009) VALUE +0  COMP.
V.20  *
V.20  *--* SUCESSAO DE LOTERICO (ANTECESSOR / TRANSFERENCIA)
V.20  *---------------------------------
V.20  *
V.20   77  WSUC-COD-ANT                PIC S9(009) VALUE +0  COMP.
V.20   77  WSUC-DV-ANT                 PIC S9(004) VALUE +0  COMP.
V.20   77  WSUC-COD-CEF-ANT            PIC S9(009) VALUE +0  COMP.
V.20   77  WSUC-FENAL-ANT              PIC S9(009) VALUE +0  COMP.
V.20   77  WSUC-VLR-GAR-ANT            PIC S9(013)V9(02) VALUE +0
V.20                                                         COMP-3.
V.20   77  WSUC-DTH-EXC-ANT            PIC X(10).
V.20   77  WSUC-COD-SUCESSOR           PIC S9(009) VALUE +0  COMP.
V.20   77  WSUC-QT-TRANSF              PIC S9(009) VALUE +0  COMP.
V.20   77  WSUC-DATA-TRANSF            PIC X(10).
V.20   77  VIND-SUC-DATA-TRANSF        PIC S9(004) VALUE +0  COMP.
V.23  *
V.23  *--* TROCA DE CONTA BANCARIA RETIDA POR SUSPEITA DE FRAUDE
V.23  *--* (FC_CONTA_RETIDA) E JANELA DE DIAS NA FC_HIST_LOTERICO
V.23  *---------------------------------
V.23  *
V.23   77  WRET-TIPO-CONTA             PIC X(06).
V.23   77  WRET-IDE-CONTA-ANT          PIC S9(009) VALUE +0  COMP.
V.23   77  WRET-BANCO-ANT              PIC S9(009) VALUE +0  COMP.
V.23   77  WRET-AGENCIA-ANT            PIC S9(009) VALUE +0  COMP.
V.23   77  WRET-OP-ANT                 PIC S9(004) VALUE +0  COMP.
V.23   77  WRET-CONTA-ANT              PIC S9(013) VALUE +0  COMP-3.
V.23   77  WRET-DV-ANT                 PIC X(01).
V.23   77  WRET-BANCO-NOV              PIC S9(009) VALUE +0  COMP.
V.23   77  WRET-AGENCIA-NOV            PIC S9(009) VALUE +0  COMP.
V.23   77  WRET-OP-NOV                 PIC S9(004) VALUE +0  COMP.
V.23   77  WRET-CONTA-NOV              PIC S9(013) VALUE +0  COMP-3.
V.23   77  WRET-DV-NOV                 PIC X(01).
V.23   77  WRET-ORIGEM                 PIC X(01).
V.23   77  WRET-ALT-CONTATO            PIC X(01).
V.23   77  WRET-ALT-DADOS-PES          PIC X(01).
V.23   77  WRET-STA-RETENCAO           PIC X(01).
V.23   77  WRET-NUM-REMESSA            PIC S9(009) VALUE +0  COMP.
V.23   77  WRET-QT-PENDENTES           PIC S9(009) VALUE +0  COMP.
V.23   77  WFRD-JANELA                 PIC S9(004) VALUE +0  COMP.
V.23   77  WFRD-QT-HIST-CONTATO        PIC S9(009) VALUE +0  COMP.
V.23   77  WFRD-QT-HIST-DADOS          PIC S9(009) VALUE +0  COMP.
V.23   77  WFRD-IDE-CPMF-ANT           PIC S9(009) VALUE +0  COMP.
V.23   77  WFRD-IDE-ISENTA-ANT         PIC S9(009) VALUE +0  COMP.
V.23   77  WFRD-IDE-CAUCAO-ANT         PIC S9(009) VALUE +0  COMP.
      *
      *----------------------------------------------------------------*        
           EXEC SQL END DECLARE SECTION END-EXEC.                               
V.17             WPARM-LIM-EXCLUSAO          PIC 9(03).
V.17          10 FILLER                      PIC X(01).
V.17          10 WPARM-LIBERA-VOLUME         PIC X(01).
V.23  *       10 FILLER                      PIC X(65).
V.23          10 FILLER                      PIC X(01).
V.23          10 WPARM-JANELA-FRAUDE         PIC X(03).
V.23          10 WPARM-JANELA-FRAUDE-N REDEFINES
V.23             WPARM-JANELA-FRAUDE         PIC 9(03).
V.25  *       10 FILLER                      PIC X(61).
V.25          10 FILLER                      PIC X(01).
V.25          10 WPARM-LIBERA                PIC X(01).
V.25          10 FILLER                      PIC X(59).
      *
V.17       05 WS-AC-REM-EXCLUSOES           PIC 9(07) VALUE ZEROS.
V.17       05 WS-PCT-EXCLUSAO               PIC 9(05) VALUE ZEROS.
V.19             ' EM CONFLITO COM LOTERICO '.
V.19          10 WDUP-LOT-2                 PIC 9(08).
V.19          10 FILLER                     PIC X(55) VALUE SPACES.
V.20  *
V.20  *--* SUCESSAO DE LOTERICO: CHAVES, ACUMULADORES E GUARDA DOS
V.20  *--* CAMPOS DO CADASTRO SOBREPOSTOS NA TRANSFERENCIA.
V.20  *
V.20       05 WS-SUC-NOVA                   PIC 9(01) VALUE ZERO.
V.20       05 WS-SUC-IMPRIMIU-CAB           PIC 9(01) VALUE ZERO.
V.20       05 WS-SUC-DIVERGE-BONUS          PIC 9(01) VALUE ZERO.
V.20       05 WS-SUC-GAR-DO-ANT             PIC 9(01) VALUE ZERO.
V.20       05 WFIM-RETIDO                   PIC X(03) VALUE SPACES.
V.20       05 WS-AC-SUC-TRANSFERIDAS        PIC 9(07) VALUE ZEROS.
V.20       05 WS-AC-SUC-RECUSADAS           PIC 9(07) VALUE ZEROS.
V.20       05 WS-AC-SUC-SEM-SEGURO          PIC 9(07) VALUE ZEROS.
V.20       05 WS-AC-SUC-CANC-RETIDOS        PIC 9(07) VALUE ZEROS.
V.20       05 WS-AC-SUC-CANC-LIBERADOS      PIC 9(07) VALUE ZEROS.
V.20       05 WS-SUC-SALVA-CAD.
V.20          10 WSUC-SALVA-VALOR-GAR       PIC 9(07)V99.
V.20          10 WSUC-SALVA-ALARME          PIC 9(01).
V.20          10 WSUC-SALVA-CKT             PIC 9(01).
V.20          10 WSUC-SALVA-COFRE           PIC 9(01).
V.20          10 WSUC-SALVA-FAXTELEME       PIC X(01).
V.20  *
V.20       05 LS00-SUCESSAO.
V.20          10 FILLER                     PIC X(10) VALUE 'EVENTO'.
V.20          10 FILLER                     PIC X(02) VALUE SPACES.
V.20          10 FILLER                     PIC X(08) VALUE 'ANTECESS'.
V.20          10 FILLER                     PIC X(02) VALUE SPACES.
V.20          10 FILLER                     PIC X(09) VALUE 'SUCESSOR'.
V.20          10 FILLER                     PIC X(02) VALUE SPACES.
V.20          10 FILLER                     PIC X(10) VALUE
V.20             'DT EXC ANT'.
V.20          10 FILLER                     PIC X(02) VALUE SPACES.
V.20          10 FILLER                     PIC X(10) VALUE
V.20             'DT INC SUC'.
V.20          10 FILLER                     PIC X(02) VALUE SPACES.
V.20          10 FILLER                     PIC X(14) VALUE
V.20             'VLR GARANTIA'.
V.20          10 FILLER                     PIC X(02) VALUE SPACES.
V.20          10 FILLER                     PIC X(11) VALUE 'BONUS'.
V.20          10 FILLER                     PIC X(02) VALUE SPACES.
V.20          10 FILLER                     PIC X(46) VALUE
V.20             'RESULTADO / MOTIVO'.
V.20  *
V.20       05 LS01-SUCESSAO.
V.20          10 LS01-EVENTO                PIC X(10) VALUE SPACES.
V.20          10 FILLER                     PIC X(02) VALUE SPACES.
V.20          10 LS01-ANTECESSOR            PIC 9(08).
V.20          10 FILLER                     PIC X(02) VALUE SPACES.
V.20          10 LS01-SUCESSOR              PIC 9(09).
V.20          10 FILLER                     PIC X(02) VALUE SPACES.
V.20          10 LS01-DT-EXC-ANT            PIC X(10) VALUE SPACES.
V.20          10 FILLER                     PIC X(02) VALUE SPACES.
V.20          10 LS01-DT-INC-SUC            PIC X(10) VALUE SPACES.
V.20          10 FILLER                     PIC X(02) VALUE SPACES.
V.20          10 LS01-VLR-GARANTIA          PIC ZZZ.ZZZ.ZZ9,99.
V.20          10 FILLER                     PIC X(02) VALUE SPACES.
V.20          10 LS01-BONUS-ALA             PIC X(03) VALUE SPACES.
V.20          10 FILLER                     PIC X(01) VALUE SPACES.
V.20          10 LS01-BONUS-CKT             PIC X(03) VALUE SPACES.
V.20          10 FILLER                     PIC X(01) VALUE SPACES.
V.20          10 LS01-BONUS-COF             PIC X(03) VALUE SPACES.
V.20          10 FILLER                     PIC X(02) VALUE SPACES.
V.20          10 LS01-MOTIVO                PIC X(40) VALUE SPACES.
V.20          10 FILLER                     PIC X(06) VALUE SPACES.
V.21  *
V.21  *--* CALCULO DE DIGITO VERIFICADOR MODULO 11 (R1060). O NUMERO
V.21  *--* BASE FICA ALINHADO A DIREITA EM WDV-NUMERO; OS PESOS VAO
V.21  *--* DE 2 A 9 (CICLICOS) DA DIREITA PARA A ESQUERDA.
V.21  *
V.21       05 WDV-NUMERO                    PIC 9(20) VALUE ZEROS.
V.21       05 WDV-NUMERO-R REDEFINES WDV-NUMERO.
V.21          10 WDV-DIGITO OCCURS 20       PIC 9(01).
V.26  *    05 WDV-CONTA-CEF REDEFINES WDV-NUMERO.
V.26  *       10 WDV-CC-AGENCIA             PIC 9(04).
V.26  *       10 WDV-CC-CONTA               PIC 9(16).
V.26       05 WDV-CONTA-CEF REDEFINES WDV-NUMERO.
V.26          10 FILLER                     PIC 9(05).
V.26          10 WDV-CC-AGENCIA             PIC 9(04).
V.26          10 WDV-CC-OPERACAO            PIC 9(03).
V.26          10 WDV-CC-CONTA               PIC 9(08).
V.21       05 WDV-QT-DIGITOS                PIC 9(02) VALUE ZEROS.
V.21       05 WDV-LIMITE                    PIC 9(02) VALUE ZEROS.
V.21       05 WDV-IND                       PIC 9(02) VALUE ZEROS.
V.21       05 WDV-PESO                      PIC 9(02) VALUE ZEROS.
V.21       05 WDV-SOMA                      PIC 9(05) VALUE ZEROS.
V.21       05 WDV-QUOCIENTE                 PIC 9(16) VALUE ZEROS.
V.21       05 WDV-RESTO                     PIC 9(02) VALUE ZEROS.
V.21       05 WDV-DV1                       PIC 9(01) VALUE ZERO.
V.21       05 WDV-DV-CALCULADO              PIC 9(02) VALUE ZEROS.
V.21       05 WDV-DV-INFORMADO              PIC 9(02) VALUE ZEROS.
V.21       05 WDV-AGENCIA                   PIC 9(05) VALUE ZEROS.
V.21       05 WDV-CONTA                     PIC 9(17) VALUE ZEROS.
V.21       05 WDV-CONTA-OK                  PIC 9(01) VALUE ZERO.
V.21       05 WDV-BANCO-CEF                 PIC 9(03) VALUE 104.
V.26       05 WDV-OPERACAO                  PIC 9(04) VALUE ZEROS.
V.26       05 WDV-NUM-CONTA                 PIC 9(12) VALUE ZEROS.
V.23  *
V.23  *--* TROCA DE CONTA SUSPEITA DE FRAUDE (R6061/R6062) E LINHA
V.23  *--* DELIMITADA DO ARQUIVO DE ALERTA DA MESA DE FRAUDE (LT2000F).
V.23  *--* ORIGEM: 'R' = CONTATO/DADOS ALTERADOS NA MESMA REMESSA,
V.23  *--* 'H' = ALTERADOS NA JANELA DE DIAS (FC_HIST_LOTERICO),
V.23  *--* 'P' = OUTRA TROCA DA MESMA CONTA AINDA PENDENTE,
V.23  *--* 'C' = CONTA JA TROCADA NA JANELA (SO ALERTA, NAO RETEM).
V.23  *
V.23       05 WFRD-SUSPEITA                 PIC X(01) VALUE 'N'.
V.23       05 WFRD-ORIGEM                   PIC X(01) VALUE SPACES.
V.23       05 WFRD-ALT-CONTATO              PIC X(01) VALUE 'N'.
V.23       05 WFRD-ALT-DADOS-PES            PIC X(01) VALUE 'N'.
V.23       05 WFRD-RETER                    PIC X(01) VALUE 'N'.
V.23       05 WFRD-RETEVE                   PIC 9(01) VALUE ZERO.
V.26  *
V.26  *--* WFRD-ALT-CADASTRO: RAZAO SOCIAL, FANTASIA OU CNPJ ALTERADO
V.26  *--* NA REMESSA (R6000). CONTA CPMF MANTIDA PELA RETENCAO
V.26  *--* (R6060), LEVADA AO MOVIMENTO NO LUGAR DA CONTA DO SIGEL.
V.26  *
V.26       05 WFRD-ALT-CADASTRO             PIC X(01) VALUE 'N'.
V.26       05 WFRD-CPMF-RETIDA              PIC X(01) VALUE 'N'.
V.26       05 WFRD-CPMF-BANCO               PIC 9(04) VALUE ZEROS.
V.26       05 WFRD-CPMF-AGENCIA             PIC 9(05) VALUE ZEROS.
V.26       05 WFRD-CPMF-OP                  PIC X(04) VALUE SPACES.
V.26       05 WFRD-CPMF-CONTA               PIC 9(12) VALUE ZEROS.
V.26       05 WFRD-CPMF-DV                  PIC X(01) VALUE SPACES.
V.23       05 WFRD-IND-ALT                  PIC 9(02) VALUE ZEROS.
V.23       05 WS-AC-FRD-RETIDAS             PIC 9(07) VALUE ZEROS.
V.23       05 WS-AC-FRD-MANTIDAS            PIC 9(07) VALUE ZEROS.
V.23       05 WS-AC-FRD-REJEITADAS          PIC 9(07) VALUE ZEROS.
V.23       05 WS-AC-FRD-LIBERADAS           PIC 9(07) VALUE ZEROS.
V.23       05 WS-AC-FRD-ALERTAS             PIC 9(07) VALUE ZEROS.
V.23  *
V.23       05 WLFRD-LINHA.
V.23          10 WLFRD-COD-CEF              PIC 9(008) VALUE 0.
V.23          10 FILLER                     PIC X(001) VALUE '|'.
V.23          10 WLFRD-RAZAO-SOCIAL         PIC X(040) VALUE SPACES.
V.23          10 FILLER                     PIC X(001) VALUE '|'.
V.23          10 WLFRD-TIPO-CONTA           PIC X(006) VALUE SPACES.
V.23          10 FILLER                     PIC X(001) VALUE '|'.
V.23          10 WLFRD-RETIDA               PIC X(003) VALUE SPACES.
V.23          10 FILLER                     PIC X(001) VALUE '|'.
V.23          10 WLFRD-ORIGEM               PIC X(001) VALUE SPACES.
V.23          10 FILLER                     PIC X(001) VALUE '|'.
V.23          10 WLFRD-BANCO-ANT            PIC 9(004) VALUE 0.
V.23          10 FILLER                     PIC X(001) VALUE '|'.
V.23          10 WLFRD-AGENCIA-ANT          PIC 9(005) VALUE 0.
V.23          10 FILLER                     PIC X(001) VALUE '|'.
V.23          10 WLFRD-OP-ANT               PIC 9(004) VALUE 0.
V.23          10 FILLER                     PIC X(001) VALUE '|'.
V.23          10 WLFRD-CONTA-ANT            PIC 9(012) VALUE 0.
V.23          10 FILLER                     PIC X(001) VALUE '|'.
V.23          10 WLFRD-DV-ANT               PIC X(001) VALUE SPACES.
V.23          10 FILLER                     PIC X(001) VALUE '|'.
V.23          10 WLFRD-BANCO-NOV            PIC 9(004) VALUE 0.
V.23          10 FILLER                     PIC X(001) VALUE '|'.
V.23          10 WLFRD-AGENCIA-NOV          PIC 9(005) VALUE 0.
V.23          10 FILLER                     PIC X(001) VALUE '|'.
V.23          10 WLFRD-OP-NOV               PIC 9(004) VALUE 0.
V.23          10 FILLER                     PIC X(001) VALUE '|'.
V.23          10 WLFRD-CONTA-NOV            PIC 9(012) VALUE 0.
V.23          10 FILLER                     PIC X(001) VALUE '|'.
V.23          10 WLFRD-DV-NOV               PIC X(001) VALUE SPACES.
V.23          10 FILLER                     PIC X(001) VALUE '|'.
V.23          10 WLFRD-ALTERACOES           PIC X(080) VALUE SPACES.
V.23          10 WLFRD-ALTERACOES-R REDEFINES WLFRD-ALTERACOES.
V.23             15 WLFRD-ALT-CAMPO OCCURS 8 PIC X(010).
V.23          10 FILLER                     PIC X(001) VALUE '|'.
V.23          10 WLFRD-REMESSA              PIC 9(006) VALUE 0.
V.23          10 FILLER                     PIC X(008) VALUE SPACES.
      *
V.18       05 LR00.
V.18          10 FILLER                     PIC X(10) VALUE SPACES.
V.09          10 WSNAP-BONUS-COF-REMOVID      PIC 9(07).
V.10          10 WSNAP-PEND-ABERTAS           PIC 9(07).
V.10          10 WSNAP-PEND-FECHADAS          PIC 9(07).
V.20          10 WSNAP-SUC-TRANSFERIDAS       PIC 9(07).
V.20          10 WSNAP-SUC-RECUSADAS          PIC 9(07).
V.20          10 WSNAP-SUC-SEM-SEGURO         PIC 9(07).
V.20          10 WSNAP-SUC-CANC-RETIDOS       PIC 9(07).
V.27          10 WSNAP-FRD-RETIDAS            PIC 9(07).
V.27          10 WSNAP-FRD-MANTIDAS           PIC 9(07).
V.27          10 WSNAP-FRD-REJEITADAS         PIC 9(07).
V.27          10 WSNAP-FRD-LIBERADAS          PIC 9(07).
      *
V.10       05 WS-COD-CRITICA-X               PIC X(03).
V.10       05 WS-COD-CRITICA-N REDEFINES
V.04        10 FILLER PIC X(30) VALUE '03 LOTERICO INTEGRADO'.
V.04        10 FILLER PIC X(30) VALUE '04 LOTERICO ESPECIAL'.
V.04        10 FILLER PIC X(30) VALUE '05 CORRESPONDENTE BANCARIO'.
V.24        10 FILLER PIC X(450) VALUE ZEROS.
V.24  *  05 TAB-CAT-R REDEFINES TAB-CAT OCCURS 5 TIMES.
V.24     05 TAB-CAT-R REDEFINES TAB-CAT OCCURS 20 TIMES.
V.04        10 TB-CAT      PIC 9(02).
V.04        10 FILLER      PIC X(01).
V.04        10 TB-DESC-CAT PIC X(27).
V.08           '044 I DDD FAX NAO NUMERICO'.
V.19        10 FILLER PIC X(44) VALUE
V.19           '045 N CGC DUPLICADO EM OUTRO LOTERICO'.
V.21        10 FILLER PIC X(44) VALUE
V.21           '046 N BANCO CAUCAO  INVALIDO'.
V.21        10 FILLER PIC X(44) VALUE
V.21           '047 N AGENCIA CAUCAO INVALIDA'.
V.21        10 FILLER PIC X(44) VALUE
V.21           '048 N CONTA CAUCAO  INVALIDA'.
V.21        10 FILLER PIC X(44) VALUE
V.21           '049 N DIGITO DO CNPJ INVALIDO'.
V.26  *     10 FILLER PIC X(44) VALUE
V.26  *        '050 O DV NAO CONFERE COM O COD. CEF'.
V.26        10 FILLER PIC X(44) VALUE
V.26           '050 I DV NAO CONFERE COM O COD. CEF'.
V.21        10 FILLER PIC X(44) VALUE
V.21           '051 N DV AGENCIA/CONTA DESC CPMF'.
V.21        10 FILLER PIC X(44) VALUE
V.21           '052 N DV AGENCIA/CONTA ISENTA'.
V.21        10 FILLER PIC X(44) VALUE
V.21           '053 N DV AGENCIA/CONTA CAUCAO'.
V.19  *  05 TAB-CRITICA-R REDEFINES TAB-CRITICA OCCURS 44 TIMES.
V.21  *  05 TAB-CRITICA-R REDEFINES TAB-CRITICA OCCURS 45 TIMES.
V.21     05 TAB-CRITICA-R REDEFINES TAB-CRITICA OCCURS 53 TIMES.
V.08        10 TBC-COD      PIC X(03).
V.08        10 FILLER       PIC X(01).
V.08        10 TBC-SEV      PIC X(01).
           05 LK-DATA-ATUAL     PIC S9(08)      VALUE +0 COMP.                  
           05 LK-NUM-APOLICE    PIC S9(13)      VALUE +0 COMP-3.                
           05 LK-COD-RETORNO    PIC S9(04)      VALUE +0 COMP.                  
V.25  *
V.25  *--* AREA DE LIGACAO COM O CONTROLE DE EXECUCAO (LT2101S)
V.25  *
V.25   01 LK-AREA-CTRL.
V.25       05 LK-CTRL-FUNCAO    PIC X(01)       VALUE SPACES.
V.25       05 LK-CTRL-PROGRAMA  PIC X(08)       VALUE SPACES.
V.25       05 LK-CTRL-MODO      PIC X(01)       VALUE 'N'.
V.25       05 LK-CTRL-LIBERA    PIC X(01)       VALUE SPACES.
V.25       05 LK-CTRL-DATA-REF  PIC X(10)       VALUE SPACES.
V.25       05 LK-CTRL-DTH-INICIO PIC X(26)      VALUE SPACES.
V.25       05 LK-CTRL-RC-PROGRAMA PIC S9(04)    VALUE +0 COMP.
V.25       05 LK-CTRL-QTD-LIDOS PIC S9(09)      VALUE +0 COMP.
V.25       05 LK-CTRL-QTD-GRAVADOS PIC S9(09)   VALUE +0 COMP.
V.25       05 LK-CTRL-QTD-REJEITADOS PIC S9(09) VALUE +0 COMP.
V.25       05 LK-CTRL-COD-RETORNO PIC S9(04)    VALUE +0 COMP.
V.25       05 LK-CTRL-MENSAGEM  PIC X(80)       VALUE SPACES.
      *----------------------------------------------------------------*        
                                                                                
      *                                                                         
      *
V.08       PERFORM  R0200-CARREGA-CATALOGO
      *
V.24       PERFORM  R0250-CARREGA-CATEGORIAS
      *
V.10       PERFORM  R0300-CARREGA-TIPO-PEND
      *
V.14       PERFORM  R0400-CARREGA-BLACKLIST
V.04       PERFORM  R0080-LE-PARM-RESTART.
      *
V.06       PERFORM  R0090-LE-PARM-EXECUCAO.
V.25  *
V.25       PERFORM  R0095-REGISTRA-INICIO.
      *
           PERFORM  R7510-MONTA-CABECALHO.                                    
      *
V.13          PERFORM  R9100-CLOSE-ARQUIVOS
V.13          DISPLAY 'LT2000B - CONCILIACAO MENSAL ENCERRADA'
V.13          MOVE ZEROS  TO  RETURN-CODE
V.25          PERFORM  R9050-REGISTRA-FIM
V.13          STOP RUN.
V.20  *
V.20       PERFORM  R0500-LIBERA-CANC-RETIDOS.
      *                                                                         
           PERFORM  R0900-LE-CADASTRO.                                          
      *                                                                         
V.12       MOVE 'SEGURADOS COM SEGURADORA NAO 001'  TO LT00-TEXTO.
V.12       MOVE  WS-AC-GAR-SEGURADORA       TO  LT00-TOTAIS
V.12       WRITE  REG-RLT2000B  FROM  LT00  AFTER  2.
V.20  *
V.20       MOVE 'SUCESSOES COM TRANSFERENCIA GERADA'  TO LT00-TEXTO.
V.20       MOVE  WS-AC-SUC-TRANSFERIDAS     TO  LT00-TOTAIS
V.20       WRITE  REG-RLT2000B  FROM  LT00  AFTER  2.
V.20  *
V.20       MOVE 'SUCESSOES RECUSADAS'  TO LT00-TEXTO.
V.20       MOVE  WS-AC-SUC-RECUSADAS        TO  LT00-TOTAIS
V.20       WRITE  REG-RLT2000B  FROM  LT00  AFTER  2.
V.20  *
V.20       MOVE 'SUCESSOES DE ANTECESSOR NAO SEGURADO'  TO LT00-TEXTO.
V.20       MOVE  WS-AC-SUC-SEM-SEGURO       TO  LT00-TOTAIS
V.20       WRITE  REG-RLT2000B  FROM  LT00  AFTER  2.
V.20  *
V.20       MOVE 'CANCELAMENTOS RETIDOS POR SUCESSAO'  TO LT00-TEXTO.
V.20       MOVE  WS-AC-SUC-CANC-RETIDOS     TO  LT00-TOTAIS
V.20       WRITE  REG-RLT2000B  FROM  LT00  AFTER  2.
V.20  *
V.20       MOVE 'CANCELAMENTOS RETIDOS LIBERADOS'  TO LT00-TEXTO.
V.20       MOVE  WS-AC-SUC-CANC-LIBERADOS   TO  LT00-TOTAIS
V.20       WRITE  REG-RLT2000B  FROM  LT00  AFTER  2.
V.23  *
V.23       MOVE 'TROCAS DE CONTA RETIDAS (SUSPEITA FRAUDE)'
V.23                                        TO LT00-TEXTO.
V.23       MOVE  WS-AC-FRD-RETIDAS          TO  LT00-TOTAIS
V.23       WRITE  REG-RLT2000B  FROM  LT00  AFTER  2.
V.23  *
V.23       MOVE 'TROCAS DE CONTA AINDA PENDENTES' TO LT00-TEXTO.
V.23       MOVE  WS-AC-FRD-MANTIDAS         TO  LT00-TOTAIS
V.23       WRITE  REG-RLT2000B  FROM  LT00  AFTER  2.
V.23  *
V.23       MOVE 'TROCAS DE CONTA REJEITADAS (MANTIDA ATUAL)'
V.23                                        TO LT00-TEXTO.
V.23       MOVE  WS-AC-FRD-REJEITADAS       TO  LT00-TOTAIS
V.23       WRITE  REG-RLT2000B  FROM  LT00  AFTER  2.
V.23  *
V.23       MOVE 'TROCAS DE CONTA LIBERADAS E APLICADAS' TO LT00-TEXTO.
V.23       MOVE  WS-AC-FRD-LIBERADAS        TO  LT00-TOTAIS
V.23       WRITE  REG-RLT2000B  FROM  LT00  AFTER  2.
V.23  *
V.23       MOVE 'ALERTAS PARA A MESA DE FRAUDE (LT2000F)' TO LT00-TEXTO.
V.23       MOVE  WS-AC-FRD-ALERTAS          TO  LT00-TOTAIS
V.23       WRITE  REG-RLT2000B  FROM  LT00  AFTER  2.
      *
      *
V.04  *    CONCILIACAO DE COBERTURA DE BONUS (LT_LOTERICO_BONUS) POR TIPO
V.12                           WS-AC-GAR-TIPO-FLIP.
V.12       DISPLAY '  SEGURADOS COM SEGURADORA DIVERSA DE 001 ..... ='
V.12                           WS-AC-GAR-SEGURADORA.
V.20       DISPLAY '  SUCESSOES COM TRANSFERENCIA GERADA .......... ='
V.20                           WS-AC-SUC-TRANSFERIDAS.
V.20       DISPLAY '  SUCESSOES RECUSADAS ......................... ='
V.20                           WS-AC-SUC-RECUSADAS.
V.20       DISPLAY '  CANCELAMENTOS RETIDOS POR SUCESSAO .......... ='
V.20                           WS-AC-SUC-CANC-RETIDOS.
V.20       DISPLAY '  CANCELAMENTOS RETIDOS LIBERADOS ............. ='
V.20                           WS-AC-SUC-CANC-LIBERADOS.
V.23       DISPLAY '  TROCAS DE CONTA RETIDAS (SUSPEITA FRAUDE) ... ='
V.23                           WS-AC-FRD-RETIDAS.
V.23       DISPLAY '  TROCAS DE CONTA AINDA PENDENTES ............. ='
V.23                           WS-AC-FRD-MANTIDAS.
V.23       DISPLAY '  TROCAS DE CONTA REJEITADAS .................. ='
V.23                           WS-AC-FRD-REJEITADAS.
V.23       DISPLAY '  TROCAS DE CONTA LIBERADAS E APLICADAS ....... ='
V.23                           WS-AC-FRD-LIBERADAS.
V.23       DISPLAY '  ALERTAS PARA A MESA DE FRAUDE (LT2000F) ..... ='
V.23                           WS-AC-FRD-ALERTAS.
           DISPLAY '                  '.                                        
           DISPLAY '                  '.                                        
           DISPLAY '  TOTAL DE REGISTROS INCLUIDOS NA FC-LOTERICO ..='          
           DISPLAY '                                                  '.        
           DISPLAY '**************************************************'.        
      *                                                                         
V.23  *    MOVE          ZEROS             TO           RETURN-CODE
V.23       IF WS-AC-FRD-ALERTAS  GREATER  ZEROS
V.23          MOVE       04                TO           RETURN-CODE
V.23       ELSE
V.23          MOVE       ZEROS             TO           RETURN-CODE.
V.25  *
V.25       PERFORM  R9050-REGISTRA-FIM.

           STOP          RUN.
      *                                                                         
       R0000-SAIDA. EXIT.                                                       
      *----------------------------------------------------------------*        
V.08                 IND_SEVERIDADE,
V.08                 DES_CRITICA
V.08           FROM  FDRCAP.FC_CRITICA_LOTERICO
V.24          WHERE  VALUE(STA_CRITICA,'A')  =  'A'
V.08       END-EXEC.
V.08  *
V.08       EXEC SQL
V.08  *
V.08       PERFORM  R0210-ATUALIZA-CATALOGO
V.08           VARYING WS-IND-TBC FROM 1 BY 1
V.21           UNTIL WS-IND-TBC  GREATER  53.
V.08  *
V.08       GO  TO  R0200-FETCH.
V.08  *
V.08          ADD   1          TO  WS-AC-CAT-CARREGADAS.
V.08  *
V.08   R0210-SAIDA. EXIT.
V.24  *-----------------------------------------------------------------
V.24  *    CARREGA AS CATEGORIAS (FC_CATEGORIA_LOTERICO, MANTIDAS PELA
V.24  *    TRANSACAO LT29) SOBRE A TABELA INTERNA TAB-CAT: CODIGO JA
V.24  *    EXISTENTE TEM A DESCRICAO ATUALIZADA (OU E RETIRADO, SE
V.24  *    DESATIVADO); CODIGO NOVO ATIVO E ACRESCENTADO (ATE 20).
V.24  *-----------------------------------------------------------------
V.24   R0250-CARREGA-CATEGORIAS                                 SECTION.
V.24  *-----------------------------------------------------------------
V.24  *
V.24       MOVE  '0250'  TO  WNR-EXEC-SQL.
V.24  *
V.24       EXEC SQL
V.24         DECLARE  CCATEG  CURSOR FOR
V.24         SELECT  COD_CATEGORIA,
V.24                 VALUE(DES_CATEGORIA,' '),
V.24                 VALUE(STA_CATEGORIA,'A')
V.24           FROM  FDRCAP.FC_CATEGORIA_LOTERICO
V.24          ORDER  BY COD_CATEGORIA
V.24       END-EXEC.
V.24  *
V.24       EXEC SQL
V.24         OPEN  CCATEG
V.24       END-EXEC.
V.24  *
V.24       IF SQLCODE  NOT EQUAL  ZEROS
V.24          DISPLAY 'R0250-ERRO OPEN CURSOR FC_CATEGORIA_LOTERICO'
V.24          GO  TO  R9999-ROT-ERRO.
V.24  *
V.24   R0250-FETCH.
V.24  *
V.24       EXEC SQL
V.24         FETCH  CCATEG
V.24          INTO :WCATG-COD,
V.24               :WCATG-DES,
V.24               :WCATG-STA
V.24       END-EXEC.
V.24  *
V.24       IF SQLCODE  EQUAL  100
V.24          GO  TO  R0250-FIM.
V.24  *
V.24       IF SQLCODE  NOT EQUAL  ZEROS
V.24          DISPLAY 'R0250-ERRO FETCH FC_CATEGORIA_LOTERICO'
V.24          GO  TO  R9999-ROT-ERRO.
V.24  *
V.24       IF WCATG-COD  LESS  1  OR
V.24          WCATG-COD  GREATER  99
V.24          DISPLAY 'R0250-CATEGORIA INVALIDA NA TABELA: ' WCATG-COD
V.24          GO  TO  R0250-FETCH.
V.24  *
V.24       MOVE  0  TO  WS-ACHOU-CAT.
V.24  *
V.24       PERFORM  R0260-ATUALIZA-CATEGORIA
V.24           VARYING WS-IND-CAT FROM 1 BY 1
V.24           UNTIL WS-IND-CAT  GREATER  WS-QT-CAT.
V.24  *
V.24       IF WS-ACHOU-CAT  EQUAL  0  AND
V.24          WCATG-STA  NOT EQUAL  'I'
V.24          IF WS-QT-CAT  NOT LESS  20
V.24             DISPLAY 'R0250-TAB-CAT EXCEDIDA (20)'
V.24             GO  TO  R9999-ROT-ERRO
V.24          ELSE
V.24             ADD   1  TO  WS-QT-CAT
V.24             MOVE  WCATG-COD  TO  TB-CAT      (WS-QT-CAT)
V.24             MOVE  WCATG-DES  TO  TB-DESC-CAT (WS-QT-CAT)
V.24             ADD   1  TO  WS-AC-CATEG-CARREGADAS.
V.24  *
V.24       GO  TO  R0250-FETCH.
V.24  *
V.24   R0250-FIM.
V.24  *
V.24       EXEC SQL
V.24         CLOSE  CCATEG
V.24       END-EXEC.
V.24  *
V.24       DISPLAY 'LT2000B - CATEGORIAS CARREGADAS DA TABELA = '
V.24                WS-AC-CATEG-CARREGADAS.
V.24  *
V.24   R0250-SAIDA. EXIT.
V.24  *-----------------------------------------------------------------
V.24   R0260-ATUALIZA-CATEGORIA                                 SECTION.
V.24  *-----------------------------------------------------------------
V.24  *
V.24       IF TB-CAT (WS-IND-CAT)  EQUAL  WCATG-COD
V.24          MOVE  1  TO  WS-ACHOU-CAT
V.24          ADD   1  TO  WS-AC-CATEG-CARREGADAS
V.24          IF WCATG-STA  EQUAL  'I'
V.24             MOVE  ZEROS      TO  TB-CAT      (WS-IND-CAT)
V.24          ELSE
V.24             MOVE  WCATG-DES  TO  TB-DESC-CAT (WS-IND-CAT).
V.24  *
V.24   R0260-SAIDA. EXIT.
V.10  *-----------------------------------------------------------------
V.10  *    CARREGA OS TIPOS DE PENDENCIA (FC_TIPO_PEND_LOTER) PARA
V.10  *    VALIDACAO E DESCRICAO NO RELATORIO DE ENVELHECIMENTO.
V.14         DECLARE  CBLKLST  CURSOR FOR
V.14         SELECT  NUM_LOTERICO
V.14           FROM  FDRCAP.FC_LOTERICO_BLACKLIST
V.22        WHERE  DTH_EXCLUSAO  IS NULL
V.22           OR  DTH_EXCLUSAO  >  CURRENT DATE
V.14          ORDER  BY NUM_LOTERICO
V.14       END-EXEC.
V.14  *
V.14       DISPLAY 'LT2000B - BLACKLIST EM MEMORIA = ' WS-QT-BLACKLIST.
V.14  *
V.14   R0400-SAIDA. EXIT.
V.20  *-----------------------------------------------------------------
V.20  *    LIBERA OS CANCELAMENTOS (7) RETIDOS POR SUCESSAO CUJA
V.20  *    TRANSFERENCIA (4) JA FOI CONSUMIDA PELO LT2002B (NAO HA MAIS
V.20  *    TRANSFERENCIA PENDENTE '3' PARA O ANTECESSOR): O MOVIMENTO
V.20  *    VOLTA A SIT_MOVIMENTO '3' E SEGUE NA CADEIA. NO MODO
V.20  *    SIMULACAO APENAS RELACIONA.
V.20  *-----------------------------------------------------------------
V.20   R0500-LIBERA-CANC-RETIDOS                                SECTION.
V.20  *-----------------------------------------------------------------
V.20  *
V.20       MOVE  '0500'  TO  WNR-EXEC-SQL.
V.20  *
V.20       EXEC SQL
V.20         DECLARE  CRETIDO  CURSOR FOR
V.20         SELECT  C.COD_EXT_SEGURADO,
V.20                 C.DATA_MOVIMENTO,
V.20                 C.HORA_MOVIMENTO,
V.20                 VALUE((SELECT  MAX(T.COD_EXT_SEGURADO)
V.20                          FROM  SEGUROS.LT_MOV_PROPOSTA T
V.20                         WHERE  T.COD_PRODUTO     =  7105
V.20                           AND  T.COD_MOVIMENTO   =  4
V.20                           AND  T.COD_EXT_SEG_ANT =
V.20                                INTEGER(C.COD_EXT_SEGURADO / 10)),0)
V.20           FROM  SEGUROS.LT_MOV_PROPOSTA C
V.20          WHERE  C.COD_PRODUTO    =  7105
V.20            AND  C.COD_MOVIMENTO  =  7
V.20            AND  C.SIT_MOVIMENTO  =  'R'
V.20            AND  NOT EXISTS
V.20                (SELECT  1
V.20                   FROM  SEGUROS.LT_MOV_PROPOSTA T
V.20                  WHERE  T.COD_PRODUTO     =  7105
V.20                    AND  T.COD_MOVIMENTO   =  4
V.20                    AND  T.COD_EXT_SEG_ANT =
V.20                         INTEGER(C.COD_EXT_SEGURADO / 10)
V.20                    AND  T.SIT_MOVIMENTO   =  '3')
V.20       END-EXEC.
V.20  *
V.20       EXEC SQL
V.20         OPEN  CRETIDO
V.20       END-EXEC.
V.20  *
V.20       IF SQLCODE  NOT EQUAL  ZEROS
V.20          DISPLAY 'R0500-ERRO OPEN CURSOR CANCELAMENTOS RETIDOS'
V.20          GO  TO  R9999-ROT-ERRO.
V.20  *
V.20   R0500-FETCH.
V.20  *
V.20       EXEC SQL
V.20         FETCH  CRETIDO
V.20          INTO :LTMVPROP-COD-EXT-SEGURADO,
V.20               :LTMVPROP-DATA-MOVIMENTO,
V.20               :LTMVPROP-HORA-MOVIMENTO,
V.20               :WSUC-COD-SUCESSOR
V.20       END-EXEC.
V.20  *
V.20       IF SQLCODE  EQUAL  100
V.20          GO  TO  R0500-FIM.
V.20  *
V.20       IF SQLCODE  NOT EQUAL  ZEROS
V.20          DISPLAY 'R0500-ERRO FETCH CURSOR CANCELAMENTOS RETIDOS'
V.20          GO  TO  R9999-ROT-ERRO.
V.20  *
V.20       IF WS-PARM-MODO  EQUAL  'S'
V.20          GO  TO  R0500-IMPRIME.
V.20  *
V.20       EXEC SQL
V.20         UPDATE  SEGUROS.LT_MOV_PROPOSTA
V.20            SET  SIT_MOVIMENTO     =  '3'
V.20          WHERE  COD_PRODUTO       =  7105
V.20            AND  COD_EXT_SEGURADO  =  :LTMVPROP-COD-EXT-SEGURADO
V.20            AND  DATA_MOVIMENTO    =  :LTMVPROP-DATA-MOVIMENTO
V.20            AND  HORA_MOVIMENTO    =  :LTMVPROP-HORA-MOVIMENTO
V.20            AND  COD_MOVIMENTO     =  7
V.20            AND  SIT_MOVIMENTO     =  'R'
V.20       END-EXEC.
V.20  *
V.20       IF SQLCODE  NOT EQUAL  ZEROS
V.20          DISPLAY 'R0500-ERRO UPDATE CANCELAMENTO RETIDO'
V.20          DISPLAY 'COD. LOTERICO   = ' LTMVPROP-COD-EXT-SEGURADO
V.20          GO  TO  R9999-ROT-ERRO.
V.20  *
V.20   R0500-IMPRIME.
V.20  *
V.20       ADD  1  TO  WS-AC-SUC-CANC-LIBERADOS.
V.20  *
V.20       COMPUTE  LS01-ANTECESSOR  =  LTMVPROP-COD-EXT-SEGURADO / 10.
V.20       MOVE  WSUC-COD-SUCESSOR        TO  LS01-SUCESSOR.
V.20       MOVE  LTMVPROP-DATA-MOVIMENTO  TO  LS01-DT-EXC-ANT.
V.20       MOVE 'CANC LIBER'  TO  LS01-EVENTO.
V.20  *
V.20       IF WSUC-COD-SUCESSOR  EQUAL  ZEROS
V.20          MOVE 'CANCELAMENTO LIBERADO - SEM TRANSFERENCIA'
V.20                                    TO  LS01-MOTIVO
V.20       ELSE
V.20          MOVE 'CANCELAMENTO LIBERADO - TRANSF. CONSUMIDA'
V.20                                    TO  LS01-MOTIVO.
V.20  *
V.20       PERFORM  R6590-IMPRIME-SUCESSAO.
V.20  *
V.20       GO  TO  R0500-FETCH.
V.20  *
V.20   R0500-FIM.
V.20  *
V.20       EXEC SQL
V.20         CLOSE  CRETIDO
V.20       END-EXEC.
V.20  *
V.20   R0500-SAIDA. EXIT.
      *----------------------------------------------------------------*
V.04  *-----------------------------------------------------------------
V.04   R0080-LE-PARM-RESTART                                    SECTION.
V.06  *    LE O CARTAO-PARAMETRO DE EXECUCAO (LT2000M):
V.06  *    COL 01 - MODO: 'N' = NORMAL (DEFAULT)
V.06  *                   'S' = SIMULACAO (NAO ATUALIZA TABELAS)
V.23  *    COLS 17-19 - JANELA EM DIAS DA TROCA DE CONTA SUSPEITA
V.23  *                 (DEFAULT 030; 000 = SO A MESMA REMESSA)
V.25  *    COL  21    - 'L' = CONFIRMA O MODO NORMAL APOS SIMULACAO
V.25  *                 NA MESMA DATA (SEM ISSO, RECUSA COM RC 12)
V.06  *-----------------------------------------------------------------
V.06   R0090-LE-PARM-EXECUCAO                                   SECTION.
V.06  *-----------------------------------------------------------------
V.17                WS-PARM-LIM-EXCLUSAO.
V.17       DISPLAY 'LT2000B - LIBERACAO DE VOLUME      = '
V.17                WS-PARM-LIBERA-VOLUME.
V.23  *
V.23       IF WPARM-JANELA-FRAUDE  IS NUMERIC
V.23          MOVE  WPARM-JANELA-FRAUDE-N  TO  WS-PARM-JANELA-FRAUDE.
V.23  *
V.23       MOVE  WS-PARM-JANELA-FRAUDE  TO  WFRD-JANELA.
V.23  *
V.23       DISPLAY 'LT2000B - JANELA FRAUDE CONTA (DIAS) = '
V.23                WS-PARM-JANELA-FRAUDE.
V.06  *
V.06       IF WS-PARM-MODO  EQUAL  'S'
V.06          DISPLAY 'LT2000B - EXECUCAO EM MODO SIMULACAO'.
V.06  *
V.06   R0090-SAIDA. EXIT.
V.25  *-----------------------------------------------------------------
V.25  *    REGISTRA O INICIO DA EXECUCAO NA FC_CTRL_EXECUCAO (LT2101S)
V.25  *    E CONFERE OS PRE-REQUISITOS DA CADEIA. EXECUCAO RECUSADA
V.25  *    ENCERRA COM RETURN-CODE 12, ANTES DE QUALQUER ATUALIZACAO.
V.25  *-----------------------------------------------------------------
V.25   R0095-REGISTRA-INICIO                                    SECTION.
V.25  *-----------------------------------------------------------------
V.25  *
V.25       MOVE  'I'           TO  LK-CTRL-FUNCAO.
V.25       MOVE  'LT2000B'     TO  LK-CTRL-PROGRAMA.
V.25       MOVE  WS-PARM-MODO  TO  LK-CTRL-MODO.
V.25       MOVE  WPARM-LIBERA  TO  LK-CTRL-LIBERA.
V.25  *
V.25       CALL 'LT2101S' USING LK-AREA-CTRL.
V.25  *
V.25       IF LK-CTRL-COD-RETORNO  EQUAL  12
V.25          DISPLAY 'LT2000B - EXECUCAO RECUSADA (RC 12)'
V.25          DISPLAY 'LT2000B - ' LK-CTRL-MENSAGEM
V.25          PERFORM  R9100-CLOSE-ARQUIVOS
V.25          MOVE        12              TO             RETURN-CODE
V.25          STOP        RUN.
V.25  *
V.25       IF LK-CTRL-COD-RETORNO  NOT EQUAL  ZEROS
V.25          DISPLAY 'LT2000B - ERRO NO CONTROLE DE EXECUCAO (LT2101S)'
V.25          DISPLAY 'LT2000B - ' LK-CTRL-MENSAGEM
V.25          PERFORM  R9100-CLOSE-ARQUIVOS
V.25          MOVE        99              TO             RETURN-CODE
V.25          STOP        RUN.
V.25  *
V.25       DISPLAY 'LT2000B - DATA DE REFERENCIA  = ' LK-CTRL-DATA-REF.
V.25  *
V.25   R0095-SAIDA. EXIT.
      *----------------------------------------------------------------*
V.05  *-----------------------------------------------------------------
V.05  *    VALIDA A INTEGRIDADE DA REMESSA SIGEL EM PRE-PASSAGEM:
V.05       PERFORM  R9100-CLOSE-ARQUIVOS.
V.05  *
V.05       MOVE        99              TO             RETURN-CODE.
V.25  *
V.25       PERFORM  R9050-REGISTRA-FIM.
V.05  *
V.05       STOP        RUN.
V.05  *
V.08  *
V.08       PERFORM  R1046-PROCURA-CRITICA
V.08           VARYING WS-IND-TBC FROM 1 BY 1
V.21           UNTIL WS-IND-TBC  GREATER  53.
V.08  *
V.08       IF WS-ACHOU-CRITICA  EQUAL  ZEROS
V.08          DISPLAY 'R1045-CRITICA NAO CATALOGADA = '
                                                                                
           MOVE SPACES               TO  LD00-MSG1
           MOVE 'LT2000B'            TO  LTMVPROP-COD-USUARIO.
V.26       MOVE 'N'                  TO  WFRD-CPMF-RETIDA.

V.04  *    IF CAD-RENOVAR  EQUAL  1
V.04  *       PERFORM  R6990-GRAVAR-PARAM-RENOVAR
V.09          GO TO R1000-QUARENTENA.
V.12  *
V.12       PERFORM  R6040-VERIFICA-GARANTIA.
V.20  *
V.20       PERFORM  R6500-IDENTIFICA-SUCESSAO.
                                                                                
           IF W-CHAVE-CADASTRADO-SIGEL   EQUAL  'NAO'
              PERFORM R6220-GRAVAR-FC-CONTA
              PERFORM R6200-MONTAR-FC-LOTERICO
              PERFORM R6210-INSERT-FC-LOTERICO
V.04          PERFORM R6810-GRAVAR-LOTERICO-BONUS
V.20          PERFORM R6510-TRATA-SUCESSAO
V.10          PERFORM R6740-TRATA-PENDENCIAS
V.09          IF WS-REG-EM-ERRO  EQUAL  1
V.09             GO TO R1000-QUARENTENA
                                                                                
           PERFORM R6000-VER-ALTERACAO-LOTERICO.                                
           PERFORM R6060-VER-ALTERACAO-FC-CONTA.                                
V.23       PERFORM R6068-VER-CONTA-RECENTE.
           PERFORM R6850-VER-ALTERACAO-BONUS.                                   
V.09  *
V.09       IF WS-REG-EM-ERRO  EQUAL  1
V.06       END-IF
V.06  *
V.06       PERFORM  R6900-ALTERAR-BONUS
V.20  *
V.20       PERFORM  R6510-TRATA-SUCESSAO
V.10  *
V.10       PERFORM  R6740-TRATA-PENDENCIAS
V.09  *
V.07          MOVE '003' TO  WS-COD-CRITICA-ATUAL
V.08          PERFORM  R1045-REGISTRA-CRITICA
              MOVE 0     TO  CAD-COD-CEF.
V.21  *
V.21       IF CAD-COD-CEF        NOT EQUAL ZEROS
V.21          PERFORM  R1054-CRITICA-DV-CEF.

V.04       IF CAD-COD-CEF        NOT EQUAL ZEROS
V.04          PERFORM  R1015-VERIFICA-BLACKLIST
V.07          MOVE '015' TO  WS-COD-CRITICA-ATUAL
V.08          PERFORM  R1045-REGISTRA-CRITICA
              MOVE 0     TO  CAD-CGC.
V.21  *
V.21       IF CAD-CGC  IS NUMERIC   AND
V.21          CAD-CGC  GREATER  ZEROS
V.21          PERFORM  R1052-CRITICA-DV-CNPJ.
V.19  *
V.19       IF CAD-CGC  IS NUMERIC   AND
V.19          CAD-CGC  GREATER  ZEROS
V.04          MOVE  0      TO WS-TEM-CATEGORIA
V.04          PERFORM  R1017-VERIFICA-CATEGORIA
V.04                   VARYING WS-IND FROM 1 BY 1
V.24  *                UNTIL WS-IND > 5
V.24                   UNTIL WS-IND > WS-QT-CAT
V.04          IF WS-TEM-CATEGORIA = 0
V.04             MOVE 0     TO  CAD-CAT-LOTERICO
V.07          MOVE '024' TO  WS-COD-CRITICA-ATUAL
V.07          MOVE '028' TO  WS-COD-CRITICA-ATUAL
V.08          PERFORM  R1045-REGISTRA-CRITICA
              MOVE 0     TO  CAD-CONTA-DESC-CPMF.                               
V.21  *
V.21       IF CAD-BANCO-DESC-CPMF  EQUAL  WDV-BANCO-CEF  AND
V.21          CAD-AGEN-DESC-CPMF   NOT EQUAL ZEROS   AND
V.21          CAD-CONTA-DESC-CPMF  NOT EQUAL ZEROS
V.21          MOVE CAD-AGEN-DESC-CPMF   TO  WDV-AGENCIA
V.21          MOVE CAD-CONTA-DESC-CPMF  TO  WDV-CONTA
V.21          PERFORM  R1056-CRITICA-DV-CONTA-CEF
V.21          IF WDV-CONTA-OK  EQUAL  ZERO
V.21             MOVE '051' TO  WS-COD-CRITICA-ATUAL
V.21             PERFORM  R1045-REGISTRA-CRITICA.
                                                                                
  **********************************************************************        
                                                                                
V.07          MOVE '031' TO  WS-COD-CRITICA-ATUAL
V.08          PERFORM  R1045-REGISTRA-CRITICA
              MOVE 0     TO  CAD-CONTA-ISENTA.                                  
V.21  *
V.21       IF CAD-BANCO-ISENTA     EQUAL  WDV-BANCO-CEF  AND
V.21          CAD-AGEN-ISENTA      NOT EQUAL ZEROS   AND
V.21          CAD-CONTA-ISENTA     NOT EQUAL ZEROS
V.21          MOVE CAD-AGEN-ISENTA      TO  WDV-AGENCIA
V.21          MOVE CAD-CONTA-ISENTA     TO  WDV-CONTA
V.21          PERFORM  R1056-CRITICA-DV-CONTA-CEF
V.21          IF WDV-CONTA-OK  EQUAL  ZERO
V.21             MOVE '052' TO  WS-COD-CRITICA-ATUAL
V.21             PERFORM  R1045-REGISTRA-CRITICA.
                                                                                
  ****************************************************************              
                                                                                
           IF CAD-BANCO-CAUCAO     NOT NUMERIC  OR                              
              CAD-BANCO-CAUCAO     EQUAL ZEROS                                  
  **********  MOVE 'BANCO CAUCAO  INVALIDO          ' TO LD00-MSG1              
  **********  PERFORM  R7600-IMPRIME-LD00-MSG1
V.21          IF CAD-TIPO-GARANTIA  EQUAL  'C'
V.21             MOVE '046' TO  WS-COD-CRITICA-ATUAL
V.21             PERFORM  R1045-REGISTRA-CRITICA
V.21          END-IF
              MOVE 0     TO  CAD-BANCO-CAUCAO.
                                                                                
           IF CAD-AGEN-CAUCAO     NOT NUMERIC  OR                               
              CAD-AGEN-CAUCAO     EQUAL ZEROS                                   
  **********  MOVE 'AGENCIA CAUCAO INVALIDA       ' TO LD00-MSG1                
  **********  PERFORM  R7600-IMPRIME-LD00-MSG1
V.21          IF CAD-TIPO-GARANTIA  EQUAL  'C'
V.21             MOVE '047' TO  WS-COD-CRITICA-ATUAL
V.21             PERFORM  R1045-REGISTRA-CRITICA
V.21          END-IF
              MOVE 0     TO  CAD-AGEN-CAUCAO.
                                                                                
           IF CAD-CONTA-CAUCAO     NOT NUMERIC  OR                              
              CAD-CONTA-CAUCAO     EQUAL ZEROS                                  
   *********  MOVE 'CONTA CAUCAO  INVALIDA       ' TO LD00-MSG1                 
   *********  PERFORM  R7600-IMPRIME-LD00-MSG1
V.21          IF CAD-TIPO-GARANTIA  EQUAL  'C'
V.21             MOVE '048' TO  WS-COD-CRITICA-ATUAL
V.21             PERFORM  R1045-REGISTRA-CRITICA
V.21          END-IF
              MOVE 0     TO  CAD-CONTA-CAUCAO.
V.21  *
V.21       IF CAD-TIPO-GARANTIA    EQUAL  'C'            AND
V.21          CAD-BANCO-CAUCAO     EQUAL  WDV-BANCO-CEF  AND
V.21          CAD-AGEN-CAUCAO      NOT EQUAL ZEROS   AND
V.21          CAD-CONTA-CAUCAO     NOT EQUAL ZEROS
V.21          MOVE CAD-AGEN-CAUCAO      TO  WDV-AGENCIA
V.21          MOVE CAD-CONTA-CAUCAO     TO  WDV-CONTA
V.21          PERFORM  R1056-CRITICA-DV-CONTA-CEF
V.21          IF WDV-CONTA-OK  EQUAL  ZERO
V.21             MOVE '053' TO  WS-COD-CRITICA-ATUAL
V.21             PERFORM  R1045-REGISTRA-CRITICA.
                                                                                
   ****************************************************************             
                                                                                
OL0906           ADD 1 TO W-AC-SEGURADORA-OUTRAS.                               
                                                                                
       R1050-SAIDA. EXIT.
V.21  *-----------------------------------------------------------------
V.21  *    DIGITO VERIFICADOR DO CNPJ (CAD-CGC): OS 12 DIGITOS DA BASE
V.21  *    GERAM O 1O. DV E BASE + 1O. DV GERAM O 2O. DV (MODULO 11,
V.21  *    RESTO MENOR QUE 2 = DV ZERO).
V.21  *-----------------------------------------------------------------
V.21   R1052-CRITICA-DV-CNPJ                                    SECTION.
V.21  *-----------------------------------------------------------------
V.21  *
V.21       DIVIDE  CAD-CGC  BY  100  GIVING    WDV-NUMERO
V.21                                 REMAINDER WDV-DV-INFORMADO.
V.21  *
V.21       MOVE  12          TO  WDV-QT-DIGITOS.
V.21       PERFORM  R1062-DV-MODULO-11.
V.21       MOVE  WDV-DV1     TO  WDV-DV-CALCULADO.
V.21  *
V.21       COMPUTE  WDV-NUMERO  =  WDV-NUMERO * 10  +  WDV-DV1.
V.21       MOVE  13          TO  WDV-QT-DIGITOS.
V.21       PERFORM  R1062-DV-MODULO-11.
V.21       COMPUTE  WDV-DV-CALCULADO  =  WDV-DV-CALCULADO * 10
V.21                                  +  WDV-DV1.
V.21  *
V.21       IF WDV-DV-CALCULADO  NOT EQUAL  WDV-DV-INFORMADO
V.21          MOVE '049' TO  WS-COD-CRITICA-ATUAL
V.21          PERFORM  R1045-REGISTRA-CRITICA.
V.21  *
V.21   R1052-SAIDA. EXIT.
V.21  *-----------------------------------------------------------------
V.21  *    DIGITO VERIFICADOR DO CODIGO CEF DO LOTERICO: MODULO 11
V.21  *    SOBRE OS 8 DIGITOS DE CAD-COD-CEF, CONFRONTADO COM O
V.21  *    CAD-DV-CEF INFORMADO NA REMESSA.
V.26  *    A REGRA DO DV DO CODIGO CEF AINDA NAO FOI HOMOLOGADA COM A
V.26  *    CEF: A CRITICA 050 E INFORMATIVA (I) NA TAB-CRITICA E SO
V.26  *    DEVE SER TORNADA OBRIGATORIA PELO CATALOGO
V.26  *    (FC_CRITICA_LOTERICO) DEPOIS DA CONFIRMACAO.
V.21  *-----------------------------------------------------------------
V.21   R1054-CRITICA-DV-CEF                                     SECTION.
V.21  *-----------------------------------------------------------------
V.21  *
V.21       MOVE  CAD-COD-CEF  TO  WDV-NUMERO.
V.21       MOVE  8            TO  WDV-QT-DIGITOS.
V.21       PERFORM  R1062-DV-MODULO-11.
V.21  *
V.21       IF WDV-DV1  NOT EQUAL  CAD-DV-CEF
V.21          MOVE '050' TO  WS-COD-CRITICA-ATUAL
V.21          PERFORM  R1045-REGISTRA-CRITICA.
V.21  *
V.21   R1054-SAIDA. EXIT.
V.21  *-----------------------------------------------------------------
V.21  *    DIGITO VERIFICADOR DE AGENCIA/CONTA DA CEF (BANCO 104):
V.26  *    AGENCIA (4) + OPERACAO (3) + CONTA (8), 15 DIGITOS COM
V.26  *    PESOS 8,7,6,5,4,3,2,9,8,7,6,5,4,3,2 (2 A 9 CICLICOS DA
V.26  *    DIREITA PARA A ESQUERDA); DV = RESTO DE (SOMA X 10) / 11,
V.21  *    RESTO 10 = DV ZERO. ENTRADA EM WDV-AGENCIA/WDV-CONTA;
V.21  *    WDV-CONTA-OK = 1 QUANDO O DV CONFERE.
V.26  *    A CONTA DA REMESSA VEM COMO OPERACAO (4) + NUMERO (12) +
V.26  *    DV (1); OPERACAO ACIMA DE 999 OU NUMERO ACIMA DE 8 DIGITOS
V.26  *    NAO SEGUE ESSE FORMATO E NAO E CRITICADA.
V.21  *-----------------------------------------------------------------
V.21   R1056-CRITICA-DV-CONTA-CEF                               SECTION.
V.21  *-----------------------------------------------------------------
V.21  *
V.21       MOVE  1  TO  WDV-CONTA-OK.
V.21  *
V.21       DIVIDE  WDV-CONTA  BY  10  GIVING    WDV-QUOCIENTE
V.21                              REMAINDER WDV-DV-INFORMADO.
V.21  *
V.26  *    MOVE  WDV-AGENCIA     TO  WDV-CC-AGENCIA.
V.26  *    MOVE  WDV-QUOCIENTE   TO  WDV-CC-CONTA.
V.26  *    MOVE  20              TO  WDV-QT-DIGITOS.
V.26       DIVIDE  WDV-QUOCIENTE  BY  1000000000000
V.26                              GIVING    WDV-OPERACAO
V.26                              REMAINDER WDV-NUM-CONTA.
V.26  *
V.26       IF WDV-OPERACAO   GREATER  999  OR
V.26          WDV-NUM-CONTA  GREATER  99999999
V.26          GO  TO  R1056-SAIDA.
V.26  *
V.26       MOVE  ZEROS           TO  WDV-NUMERO.
V.26       MOVE  WDV-AGENCIA     TO  WDV-CC-AGENCIA.
V.26       MOVE  WDV-OPERACAO    TO  WDV-CC-OPERACAO.
V.26       MOVE  WDV-NUM-CONTA   TO  WDV-CC-CONTA.
V.26       MOVE  15              TO  WDV-QT-DIGITOS.
V.21       PERFORM  R1060-CALCULA-MODULO-11.
V.21  *
V.21       COMPUTE  WDV-SOMA  =  WDV-SOMA * 10.
V.21       DIVIDE   WDV-SOMA  BY  11  GIVING    WDV-QUOCIENTE
V.21                              REMAINDER WDV-RESTO.
V.21  *
V.21       IF WDV-RESTO  EQUAL  10
V.21          MOVE  0  TO  WDV-RESTO.
V.21  *
V.21       IF WDV-RESTO  NOT EQUAL  WDV-DV-INFORMADO
V.21          MOVE  0  TO  WDV-CONTA-OK.
V.21  *
V.21   R1056-SAIDA. EXIT.
V.21  *-----------------------------------------------------------------
V.21  *    SOMA PONDERADA DOS WDV-QT-DIGITOS DIGITOS MAIS A DIREITA DE
V.21  *    WDV-NUMERO, PESOS 2 A 9 CICLICOS A PARTIR DA DIREITA.
V.21  *-----------------------------------------------------------------
V.21   R1060-CALCULA-MODULO-11                                  SECTION.
V.21  *-----------------------------------------------------------------
V.21  *
V.21       MOVE  ZEROS  TO  WDV-SOMA.
V.21       MOVE  2      TO  WDV-PESO.
V.21       COMPUTE  WDV-LIMITE  =  21  -  WDV-QT-DIGITOS.
V.21  *
V.21       PERFORM  R1061-SOMA-DIGITO
V.21           VARYING WDV-IND FROM 20 BY -1
V.21           UNTIL WDV-IND  LESS  WDV-LIMITE.
V.21  *
V.21   R1060-SAIDA. EXIT.
V.21  *-----------------------------------------------------------------
V.21   R1061-SOMA-DIGITO                                        SECTION.
V.21  *-----------------------------------------------------------------
V.21  *
V.21       COMPUTE  WDV-SOMA  =  WDV-SOMA
V.21                          +  WDV-DIGITO (WDV-IND) * WDV-PESO.
V.21  *
V.21       ADD  1  TO  WDV-PESO.
V.21  *
V.21       IF WDV-PESO  GREATER  9
V.21          MOVE  2  TO  WDV-PESO.
V.21  *
V.21   R1061-SAIDA. EXIT.
V.21  *-----------------------------------------------------------------
V.21  *    DV MODULO 11 DO CNPJ E DO CODIGO CEF: RESTO DA SOMA
V.21  *    PONDERADA POR 11; RESTO 0 OU 1 = DV ZERO, SENAO 11 - RESTO.
V.21  *-----------------------------------------------------------------
V.21   R1062-DV-MODULO-11                                       SECTION.
V.21  *-----------------------------------------------------------------
V.21  *
V.21       PERFORM  R1060-CALCULA-MODULO-11.
V.21  *
V.21       DIVIDE  WDV-SOMA  BY  11  GIVING    WDV-QUOCIENTE
V.21                             REMAINDER WDV-RESTO.
V.21  *
V.21       IF WDV-RESTO  LESS  2
V.21          MOVE  0  TO  WDV-DV1
V.21       ELSE
V.21          COMPUTE  WDV-DV1  =  11  -  WDV-RESTO.
V.21  *
V.21   R1062-SAIDA. EXIT.
      *-----------------------------------------------------------------
V.04   R1090-COMMIT-PARCIAL   SECTION.
V.04  *-----------------------------------------------------------------
V.09                                       TO WSNAP-BONUS-COF-REMOVID.
V.10       MOVE WS-AC-PEND-ABERTAS         TO WSNAP-PEND-ABERTAS.
V.10       MOVE WS-AC-PEND-FECHADAS        TO WSNAP-PEND-FECHADAS.
V.20       MOVE WS-AC-SUC-TRANSFERIDAS     TO WSNAP-SUC-TRANSFERIDAS.
V.20       MOVE WS-AC-SUC-RECUSADAS        TO WSNAP-SUC-RECUSADAS.
V.20       MOVE WS-AC-SUC-SEM-SEGURO       TO WSNAP-SUC-SEM-SEGURO.
V.20       MOVE WS-AC-SUC-CANC-RETIDOS     TO WSNAP-SUC-CANC-RETIDOS.
V.27       MOVE WS-AC-FRD-RETIDAS          TO WSNAP-FRD-RETIDAS.
V.27       MOVE WS-AC-FRD-MANTIDAS         TO WSNAP-FRD-MANTIDAS.
V.27       MOVE WS-AC-FRD-REJEITADAS       TO WSNAP-FRD-REJEITADAS.
V.27       MOVE WS-AC-FRD-LIBERADAS        TO WSNAP-FRD-LIBERADAS.
V.09  *
V.09       IF WS-PARM-MODO  EQUAL  'S'
V.09          GO TO  R1095-SAIDA.
V.11                     LTMVPROP-IND-EMITE-CERTIF.
      *                                                                         
           MOVE  'N'  TO W-IND-ALT-FAXTELEME.                                   
V.26       MOVE  'N'  TO WFRD-ALT-CADASTRO.
      *                                                                         
           MOVE 3    TO LTMVPROP-COD-MOVIMENTO.                                 
      *                                                                         
              CAD-RAZAO-SOCIAL  NOT EQUAL FCLOTERI-NOM-RAZAO-SOCIAL             
##    *       DISPLAY 'ALTER 1 = ' CAD-CODIGO-CEF                               
              MOVE 'SIM' TO W-CHAVE-HOUVE-ALTERACAO                             
V.26  *       MOVE  'S'  TO LTMVPROP-IND-ALT-DADOS-PES.
V.26          MOVE  'S'  TO LTMVPROP-IND-ALT-DADOS-PES
V.26                        WFRD-ALT-CADASTRO.
                                                                                
           IF CAD-EN-SUB        NOT EQUAL FCLOTERI-NUM-ENCEF        OR          
              CAD-NUM-LOT-ANTERIOR NOT EQUAL FCLOTERI-NUM-LOTER-ANT OR          
V.14  *
V.14       IF WS-REG-EM-ERRO  EQUAL  1
V.14          GO   TO     R6060-SAIDA.
V.23  *
V.23       PERFORM  R6061-VER-SUSPEITA-FRAUDE.
                                                                                
           IF CAD-BANCO-DESC-CPMF  EQUAL ZEROS OR                               
              CAD-AGEN-DESC-CPMF   EQUAL ZEROS OR                               
V.01          WS1-DV-CONTA          EQUAL WS-CONBAN-DV                          
              GO TO R6060-CONTA-ISENTA                                          
           END-IF                                                               
V.23  *
V.23       MOVE 'CPMF'                TO WRET-TIPO-CONTA
V.23       MOVE CAD-BANCO-DESC-CPMF   TO WRET-BANCO-NOV
V.23       MOVE CAD-AGEN-DESC-CPMF    TO WRET-AGENCIA-NOV
V.23       PERFORM R6062-AVALIA-RETENCAO
V.23       IF WFRD-RETER  EQUAL  'S'
V.26          MOVE 'S'                TO WFRD-CPMF-RETIDA
V.26          MOVE WS-CONBAN-BANCO    TO WFRD-CPMF-BANCO
V.26          MOVE WS-CONBAN-AGENCIA  TO WFRD-CPMF-AGENCIA
V.26          MOVE WS-CONBAN-OP       TO WFRD-CPMF-OP
V.26          MOVE WS-CONBAN-CONTA    TO WFRD-CPMF-CONTA
V.26          MOVE WS-CONBAN-DV       TO WFRD-CPMF-DV
V.23          GO TO R6060-CONTA-ISENTA
V.23       END-IF
                                                                                
           IF W-CHAVE-CADASTRADO-SASSE EQUAL 'SIM' AND                          
              WS-NECESSARIO = 0                                                 
V.01          WS1-DV-CONTA          EQUAL WS-CONBAN-DV                          
              GO TO  R6060-CONTA-CAUCAO                                         
           END-IF                                                               
V.23  *
V.23       MOVE 'ISENTA'              TO WRET-TIPO-CONTA
V.23       MOVE CAD-BANCO-ISENTA      TO WRET-BANCO-NOV
V.23       MOVE CAD-AGEN-ISENTA       TO WRET-AGENCIA-NOV
V.23       PERFORM R6062-AVALIA-RETENCAO
V.23       IF WFRD-RETER  EQUAL  'S'
V.23          GO TO R6060-CONTA-CAUCAO
V.23       END-IF
                                                                                
           MOVE 'SIM'                 TO  W-CHAVE-HOUVE-ALTERACAO               
           MOVE CAD-BANCO-ISENTA      TO WS-CODIGO-BANCO                        
V.01          WS1-DV-CONTA          EQUAL WS-CONBAN-DV                          
              GO         TO       R6060-SAIDA                                   
           END-IF                                                               
V.23  *
V.23       MOVE 'CAUCAO'              TO WRET-TIPO-CONTA
V.23       MOVE CAD-BANCO-CAUCAO      TO WRET-BANCO-NOV
V.23       MOVE CAD-AGEN-CAUCAO       TO WRET-AGENCIA-NOV
V.23       PERFORM R6062-AVALIA-RETENCAO
V.23       IF WFRD-RETER  EQUAL  'S'
V.23          GO TO R6060-SAIDA
V.23       END-IF
                                                                                
           MOVE CAD-BANCO-CAUCAO      TO WS-CODIGO-BANCO                        
           MOVE CAD-AGEN-CAUCAO       TO WS-CODIGO-AGENCIA                      
           END-IF                                                               
           .                                                                    
       R6060-SAIDA. EXIT.                                                       
V.23  *-----------------------------------------------------------------
V.23  *    TROCA DE CONTA BANCARIA SUSPEITA DE FRAUDE: VERIFICA, UMA VEZ
V.23  *    POR LOTERICO, SE HOUVE ALTERACAO DE CONTATO (E-MAIL/TELEFONE/
V.23  *    FAX - W-IND-ALT-FAXTELEME) OU DE DADOS PESSOAIS (RAZAO,
V.26  *    FANTASIA, CNPJ - WFRD-ALT-CADASTRO) NESTA REMESSA
V.23  *    (ORIGEM 'R') OU, NA FC_HIST_LOTERICO, NOS ULTIMOS N DIAS DO
V.23  *    CARTAO LT2000M (ORIGEM 'H'). A IMAGEM "ANTES" GRAVADA NA
V.23  *    JANELA DIFERENTE DO VALOR ATUAL INDICA ALTERACAO DENTRO DA
V.23  *    JANELA.
V.23  *-----------------------------------------------------------------
V.23   R6061-VER-SUSPEITA-FRAUDE                                SECTION.
V.23  *-----------------------------------------------------------------
V.23  *
V.23       MOVE  'N'     TO  WFRD-SUSPEITA
V.23                         WFRD-RETER.
V.23       MOVE  ZERO    TO  WFRD-RETEVE.
V.23       MOVE  SPACES  TO  WFRD-ORIGEM.
V.23       MOVE  ZEROS   TO  WFRD-QT-HIST-CONTATO
V.23                         WFRD-QT-HIST-DADOS.
V.23  *
V.23       MOVE  W-IND-ALT-FAXTELEME          TO  WFRD-ALT-CONTATO.
V.26  *    MOVE  LTMVPROP-IND-ALT-DADOS-PES   TO  WFRD-ALT-DADOS-PES.
V.26       MOVE  WFRD-ALT-CADASTRO            TO  WFRD-ALT-DADOS-PES.
V.23  *
V.23       IF WFRD-ALT-CONTATO    EQUAL  'S'  OR
V.23          WFRD-ALT-DADOS-PES  EQUAL  'S'
V.23          MOVE  'S'  TO  WFRD-SUSPEITA
V.23          MOVE  'R'  TO  WFRD-ORIGEM
V.23          GO  TO  R6061-SAIDA.
V.23  *
V.23       IF WFRD-JANELA  EQUAL  ZEROS
V.23          GO  TO  R6061-SAIDA.
V.23  *
V.23       MOVE  '6061'  TO  WNR-EXEC-SQL.
V.23  *
V.23       EXEC SQL
V.23         SELECT  VALUE(SUM(CASE WHEN
V.23                       DES_EMAIL     <> :FCLOTERI-DES-EMAIL     OR
V.23                       NUM_TELEFONE  <> :FCLOTERI-NUM-TELEFONE  OR
V.23                       NUM_FAX       <> :FCLOTERI-NUM-FAX
V.23                       THEN 1 ELSE 0 END),0),
V.23                 VALUE(SUM(CASE WHEN
V.23                       NOM_RAZAO_SOCIAL <>
V.23                                     :FCLOTERI-NOM-RAZAO-SOCIAL OR
V.23                       NOM_FANTASIA  <> :FCLOTERI-NOM-FANTASIA  OR
V.23                       COD_CGC       <> :FCLOTERI-COD-CGC
V.23                       THEN 1 ELSE 0 END),0)
V.23           INTO :WFRD-QT-HIST-CONTATO,
V.23                :WFRD-QT-HIST-DADOS
V.23           FROM  FDRCAP.FC_HIST_LOTERICO
V.23          WHERE  NUM_LOTERICO   =  :FCLOTERI-NUM-LOTERICO
V.23            AND  DTH_HISTORICO  >=
V.23                 CURRENT TIMESTAMP - :WFRD-JANELA DAYS
V.23       END-EXEC.
V.23  *
V.23       IF SQLCODE  NOT EQUAL  ZEROS
V.23          DISPLAY 'R6061-ERRO SELECT FC_HIST_LOTERICO'
V.23          DISPLAY 'COD. LOTERICO   = ' FCLOTERI-NUM-LOTERICO
V.23          PERFORM  R9910-REGISTRA-ERRO-SQL
V.23          GO  TO  R6061-SAIDA.
V.23  *
V.23       IF WFRD-QT-HIST-CONTATO  GREATER  ZEROS
V.23          MOVE  'S'  TO  WFRD-ALT-CONTATO
V.23                         WFRD-SUSPEITA
V.23          MOVE  'H'  TO  WFRD-ORIGEM.
V.23  *
V.23       IF WFRD-QT-HIST-DADOS  GREATER  ZEROS
V.23          MOVE  'S'  TO  WFRD-ALT-DADOS-PES
V.23                         WFRD-SUSPEITA
V.23          MOVE  'H'  TO  WFRD-ORIGEM.
V.23  *
V.23   R6061-SAIDA. EXIT.
V.23  *-----------------------------------------------------------------
V.23  *    DECIDE SE A TROCA DA CONTA WRET-TIPO-CONTA (CPMF/ISENTA/
V.23  *    CAUCAO) E APLICADA OU RETIDA (WFRD-RETER = 'S'). CHAMADA NO
V.23  *    R6060 QUANDO A CONTA DO SIGEL DIFERE DA CONTA CADASTRADA,
V.23  *    COM A CONTA ATUAL EM WS-CONBAN-* E A NOVA EM WS1-*.
V.23  *      - MESMA CONTA NOVA JA RETIDA (P) OU REJEITADA (R) NA
V.23  *        FC_CONTA_RETIDA ............. MANTEM A CONTA ATUAL
V.23  *      - MESMA CONTA NOVA LIBERADA (L) . APLICA E MARCA 'A'
V.23  *      - SUSPEITA (R6061) OU OUTRA TROCA AINDA PENDENTE PARA
V.23  *        A MESMA CONTA (ORIGEM 'P') .. RETEM E GERA ALERTA
V.23  *    LOTERICO SEM CONTA ANTERIOR NAO E RETIDO (CONTA NOVA).
V.23  *-----------------------------------------------------------------
V.23   R6062-AVALIA-RETENCAO                                    SECTION.
V.23  *-----------------------------------------------------------------
V.23  *
V.23       MOVE  'N'  TO  WFRD-RETER.
V.23  *
V.23       IF WS-REG-EM-ERRO  EQUAL  1
V.23          GO  TO  R6062-SAIDA.
V.23  *
V.23       MOVE  FCCONBAN-IDE-CONTA-BANCARIA  TO  WRET-IDE-CONTA-ANT.
V.23  *
V.23       IF WRET-IDE-CONTA-ANT  EQUAL  ZEROS
V.23          GO  TO  R6062-SAIDA.
V.23  *
V.23       MOVE  WS-CONBAN-BANCO      TO  WRET-BANCO-ANT.
V.23       MOVE  WS-CONBAN-AGENCIA    TO  WRET-AGENCIA-ANT.
V.23       MOVE  WS-CONBAN-OP         TO  WRET-OP-ANT.
V.23       MOVE  WS-CONBAN-CONTA      TO  WRET-CONTA-ANT.
V.23       MOVE  WS-CONBAN-DV         TO  WRET-DV-ANT.
V.23       MOVE  WS1-OPERACAO-CONTA   TO  WRET-OP-NOV.
V.23       MOVE  WS1-NUMERO-CONTA     TO  WRET-CONTA-NOV.
V.23       MOVE  WS1-DV-CONTA         TO  WRET-DV-NOV.
V.23  *
V.23       MOVE  '6062'  TO  WNR-EXEC-SQL.
V.23  *
V.23       EXEC SQL
V.23         SELECT  STA_RETENCAO
V.23           INTO :WRET-STA-RETENCAO
V.23           FROM  FDRCAP.FC_CONTA_RETIDA
V.23          WHERE  NUM_LOTERICO     =  :FCLOTERI-NUM-LOTERICO
V.23            AND  COD_TIPO_CONTA   =  :WRET-TIPO-CONTA
V.23            AND  COD_BANCO_NOV    =  :WRET-BANCO-NOV
V.23            AND  COD_AGENCIA_NOV  =  :WRET-AGENCIA-NOV
V.23            AND  COD_OP_CONTA_NOV =  :WRET-OP-NOV
V.23            AND  COD_CONTA_NOV    =  :WRET-CONTA-NOV
V.23            AND  COD_DV_CONTA_NOV =  :WRET-DV-NOV
V.23            AND  STA_RETENCAO    IN ('P', 'L', 'R')
V.23          ORDER  BY DTH_RETENCAO DESC
V.23          FETCH  FIRST 1 ROW ONLY
V.23       END-EXEC.
V.23  *
V.23       IF SQLCODE  EQUAL  100
V.23          MOVE  SPACES  TO  WRET-STA-RETENCAO
V.23       ELSE
V.23       IF SQLCODE  NOT EQUAL  ZEROS
V.23          DISPLAY 'R6062-ERRO SELECT FC_CONTA_RETIDA'
V.23          DISPLAY 'COD. LOTERICO   = ' FCLOTERI-NUM-LOTERICO
V.23          PERFORM  R9910-REGISTRA-ERRO-SQL
V.23          GO  TO  R6062-SAIDA.
V.23  *
V.23       IF WRET-STA-RETENCAO  EQUAL  'P'
V.23          MOVE  'S'  TO  WFRD-RETER
V.23          ADD    1   TO  WS-AC-FRD-MANTIDAS
V.23          GO  TO  R6062-SAIDA.
V.23  *
V.23       IF WRET-STA-RETENCAO  EQUAL  'R'
V.23          MOVE  'S'  TO  WFRD-RETER
V.23          ADD    1   TO  WS-AC-FRD-REJEITADAS
V.23          GO  TO  R6062-SAIDA.
V.23  *
V.23       IF WRET-STA-RETENCAO  EQUAL  'L'
V.23          ADD    1   TO  WS-AC-FRD-LIBERADAS
V.23          PERFORM  R6063-MARCA-APLICADA
V.23          GO  TO  R6062-SAIDA.
V.23  *
V.23       MOVE  WFRD-ORIGEM  TO  WRET-ORIGEM.
V.23  *
V.23       IF WFRD-SUSPEITA  EQUAL  'S'
V.23          GO  TO  R6062-RETER.
V.23  *
V.23       MOVE  '6062'  TO  WNR-EXEC-SQL.
V.23  *
V.23       EXEC SQL
V.23         SELECT  COUNT(*)
V.23           INTO :WRET-QT-PENDENTES
V.23           FROM  FDRCAP.FC_CONTA_RETIDA
V.23          WHERE  NUM_LOTERICO     =  :FCLOTERI-NUM-LOTERICO
V.23            AND  COD_TIPO_CONTA   =  :WRET-TIPO-CONTA
V.23            AND  STA_RETENCAO     =  'P'
V.23       END-EXEC.
V.23  *
V.23       IF SQLCODE  NOT EQUAL  ZEROS
V.23          DISPLAY 'R6062-ERRO COUNT FC_CONTA_RETIDA'
V.23          DISPLAY 'COD. LOTERICO   = ' FCLOTERI-NUM-LOTERICO
V.23          PERFORM  R9910-REGISTRA-ERRO-SQL
V.23          GO  TO  R6062-SAIDA.
V.23  *
V.23       IF WRET-QT-PENDENTES  EQUAL  ZEROS
V.23          GO  TO  R6062-SAIDA.
V.23  *
V.23       MOVE  'P'  TO  WRET-ORIGEM.
V.23  *
V.23   R6062-RETER.
V.23  *
V.23       MOVE  'S'  TO  WFRD-RETER.
V.23       MOVE   1   TO  WFRD-RETEVE.
V.23       ADD    1   TO  WS-AC-FRD-RETIDAS.
V.23  *
V.23       PERFORM  R6064-GRAVA-RETENCAO.
V.23  *
V.23       MOVE  'SIM'  TO  WLFRD-RETIDA.
V.23       PERFORM  R6066-GRAVA-ALERTA-FRAUDE.
V.23  *
V.23   R6062-SAIDA. EXIT.
V.23  *-----------------------------------------------------------------
V.23  *    TROCA LIBERADA PELA MESA DE FRAUDE (LT2010B) E APLICADA
V.23  *    NESTA EXECUCAO: PASSA A RETENCAO PARA 'A' (APLICADA).
V.23  *-----------------------------------------------------------------
V.23   R6063-MARCA-APLICADA                                     SECTION.
V.23  *-----------------------------------------------------------------
V.23  *
V.23       IF WS-PARM-MODO  EQUAL  'S'
V.23          GO  TO  R6063-SAIDA.
V.23  *
V.23       MOVE  '6063'  TO  WNR-EXEC-SQL.
V.23  *
V.23       EXEC SQL
V.23         UPDATE  FDRCAP.FC_CONTA_RETIDA
V.23            SET  STA_RETENCAO     =  'A',
V.23                 DTH_APLICACAO    =  CURRENT TIMESTAMP
V.23          WHERE  NUM_LOTERICO     =  :FCLOTERI-NUM-LOTERICO
V.23            AND  COD_TIPO_CONTA   =  :WRET-TIPO-CONTA
V.23            AND  COD_BANCO_NOV    =  :WRET-BANCO-NOV
V.23            AND  COD_AGENCIA_NOV  =  :WRET-AGENCIA-NOV
V.23            AND  COD_OP_CONTA_NOV =  :WRET-OP-NOV
V.23            AND  COD_CONTA_NOV    =  :WRET-CONTA-NOV
V.23            AND  COD_DV_CONTA_NOV =  :WRET-DV-NOV
V.23            AND  STA_RETENCAO     =  'L'
V.23       END-EXEC.
V.23  *
V.23       IF SQLCODE  NOT EQUAL  ZEROS
V.23          DISPLAY 'R6063-ERRO UPDATE FC_CONTA_RETIDA'
V.23          DISPLAY 'COD. LOTERICO   = ' FCLOTERI-NUM-LOTERICO
V.23          PERFORM  R9910-REGISTRA-ERRO-SQL
V.23          GO  TO  R6063-SAIDA.
V.23  *
V.23   R6063-SAIDA. EXIT.
V.23  *-----------------------------------------------------------------
V.23  *    GRAVA A TROCA RETIDA NA FC_CONTA_RETIDA, SITUACAO 'P'
V.23  *    (PENDENTE DE CONFIRMACAO PELA MESA DE FRAUDE).
V.23  *-----------------------------------------------------------------
V.23   R6064-GRAVA-RETENCAO                                     SECTION.
V.23  *-----------------------------------------------------------------
V.23  *
V.23       IF WS-PARM-MODO  EQUAL  'S'
V.23          GO  TO  R6064-SAIDA.
V.23  *
V.23       MOVE  '6064'  TO  WNR-EXEC-SQL.
V.23  *
V.23       MOVE  W-CAD-NUM-REMESSA    TO  WRET-NUM-REMESSA.
V.23       MOVE  WFRD-ALT-CONTATO     TO  WRET-ALT-CONTATO.
V.23       MOVE  WFRD-ALT-DADOS-PES   TO  WRET-ALT-DADOS-PES.
V.23  *
V.23       EXEC SQL
V.23         INSERT INTO FDRCAP.FC_CONTA_RETIDA
V.23                (NUM_LOTERICO,
V.23                 COD_TIPO_CONTA,
V.23                 DTH_RETENCAO,
V.23                 NUM_REMESSA,
V.23                 IND_ORIGEM,
V.23                 IND_ALT_CONTATO,
V.23                 IND_ALT_DADOS_PES,
V.23                 IDE_CONTA_ANT,
V.23                 COD_BANCO_ANT,
V.23                 COD_AGENCIA_ANT,
V.23                 COD_OP_CONTA_ANT,
V.23                 COD_CONTA_ANT,
V.23                 COD_DV_CONTA_ANT,
V.23                 COD_BANCO_NOV,
V.23                 COD_AGENCIA_NOV,
V.23                 COD_OP_CONTA_NOV,
V.23                 COD_CONTA_NOV,
V.23                 COD_DV_CONTA_NOV,
V.23                 STA_RETENCAO,
V.23                 COD_USUARIO)
V.23         VALUES (:FCLOTERI-NUM-LOTERICO,
V.23                 :WRET-TIPO-CONTA,
V.23                  CURRENT TIMESTAMP,
V.23                 :WRET-NUM-REMESSA,
V.23                 :WRET-ORIGEM,
V.23                 :WRET-ALT-CONTATO,
V.23                 :WRET-ALT-DADOS-PES,
V.23                 :WRET-IDE-CONTA-ANT,
V.23                 :WRET-BANCO-ANT,
V.23                 :WRET-AGENCIA-ANT,
V.23                 :WRET-OP-ANT,
V.23                 :WRET-CONTA-ANT,
V.23                 :WRET-DV-ANT,
V.23                 :WRET-BANCO-NOV,
V.23                 :WRET-AGENCIA-NOV,
V.23                 :WRET-OP-NOV,
V.23                 :WRET-CONTA-NOV,
V.23                 :WRET-DV-NOV,
V.23                  'P',
V.23                 :LTMVPROP-COD-USUARIO)
V.23       END-EXEC.
V.23  *
V.23       IF SQLCODE  NOT EQUAL  ZEROS
V.23          DISPLAY 'R6064-ERRO INSERT FC_CONTA_RETIDA'
V.23          DISPLAY 'COD. LOTERICO   = ' FCLOTERI-NUM-LOTERICO
V.23          PERFORM  R9910-REGISTRA-ERRO-SQL
V.23          GO  TO  R6064-SAIDA.
V.23  *
V.23   R6064-SAIDA. EXIT.
V.23  *-----------------------------------------------------------------
V.23  *    LINHA DELIMITADA DO ARQUIVO DE ALERTA DA MESA DE FRAUDE
V.23  *    (LT2000F): CONTA ANTERIOR, CONTA NOVA E OS DEMAIS CAMPOS
V.23  *    ALTERADOS. WLFRD-RETIDA VEM PREENCHIDO PELO CHAMADOR.
V.23  *-----------------------------------------------------------------
V.23   R6066-GRAVA-ALERTA-FRAUDE                                SECTION.
V.23  *-----------------------------------------------------------------
V.23  *
V.23       MOVE  CAD-COD-CEF          TO  WLFRD-COD-CEF.
V.23       MOVE  CAD-RAZAO-SOCIAL     TO  WLFRD-RAZAO-SOCIAL.
V.23       MOVE  WRET-TIPO-CONTA      TO  WLFRD-TIPO-CONTA.
V.23       MOVE  WRET-ORIGEM          TO  WLFRD-ORIGEM.
V.23       MOVE  WRET-BANCO-ANT       TO  WLFRD-BANCO-ANT.
V.23       MOVE  WRET-AGENCIA-ANT     TO  WLFRD-AGENCIA-ANT.
V.23       MOVE  WRET-OP-ANT          TO  WLFRD-OP-ANT.
V.23       MOVE  WRET-CONTA-ANT       TO  WLFRD-CONTA-ANT.
V.23       MOVE  WRET-DV-ANT          TO  WLFRD-DV-ANT.
V.23       MOVE  WRET-BANCO-NOV       TO  WLFRD-BANCO-NOV.
V.23       MOVE  WRET-AGENCIA-NOV     TO  WLFRD-AGENCIA-NOV.
V.23       MOVE  WRET-OP-NOV          TO  WLFRD-OP-NOV.
V.23       MOVE  WRET-CONTA-NOV       TO  WLFRD-CONTA-NOV.
V.23       MOVE  WRET-DV-NOV          TO  WLFRD-DV-NOV.
V.23       MOVE  W-CAD-NUM-REMESSA    TO  WLFRD-REMESSA.
V.23  *
V.23       MOVE  SPACES  TO  WLFRD-ALTERACOES.
V.23       MOVE  ZEROS   TO  WFRD-IND-ALT.
V.23  *
V.23       IF CAD-EMAIL  NOT EQUAL  FCLOTERI-DES-EMAIL
V.23          ADD   1  TO  WFRD-IND-ALT
V.23          MOVE 'EMAIL'     TO  WLFRD-ALT-CAMPO (WFRD-IND-ALT).
V.23  *
V.23       IF CAD-TELEFONE  NOT EQUAL  WS-NUM-TELEF-SAI
V.23          ADD   1  TO  WFRD-IND-ALT
V.23          MOVE 'TELEFONE'  TO  WLFRD-ALT-CAMPO (WFRD-IND-ALT).
V.23  *
V.23       IF CAD-NUMERO-FAX  NOT EQUAL  WS-NUMER-FAX  AND
V.23          CAD-FAX         NOT EQUAL  999999999
V.23          ADD   1  TO  WFRD-IND-ALT
V.23          MOVE 'FAX'       TO  WLFRD-ALT-CAMPO (WFRD-IND-ALT).
V.23  *
V.23       IF CAD-RAZAO-SOCIAL  NOT EQUAL  FCLOTERI-NOM-RAZAO-SOCIAL
V.23          ADD   1  TO  WFRD-IND-ALT
V.23          MOVE 'RAZAO'     TO  WLFRD-ALT-CAMPO (WFRD-IND-ALT).
V.23  *
V.23       IF CAD-NOME-FANTASIA  NOT EQUAL  FCLOTERI-NOM-FANTASIA
V.23          ADD   1  TO  WFRD-IND-ALT
V.23          MOVE 'FANTASIA'  TO  WLFRD-ALT-CAMPO (WFRD-IND-ALT).
V.23  *
V.23       IF CAD-CGCX  NOT EQUAL  FCLOTERI-COD-CGC
V.23          ADD   1  TO  WFRD-IND-ALT
V.23          MOVE 'CNPJ'      TO  WLFRD-ALT-CAMPO (WFRD-IND-ALT).
V.23  *
V.23       IF WFRD-ORIGEM  EQUAL  'H'  AND
V.23          WFRD-QT-HIST-CONTATO  GREATER  ZEROS
V.23          ADD   1  TO  WFRD-IND-ALT
V.23          MOVE 'HIST-CONT' TO  WLFRD-ALT-CAMPO (WFRD-IND-ALT).
V.23  *
V.23       IF WFRD-ORIGEM  EQUAL  'H'  AND
V.23          WFRD-QT-HIST-DADOS    GREATER  ZEROS
V.23          ADD   1  TO  WFRD-IND-ALT
V.23          MOVE 'HIST-DADOS' TO WLFRD-ALT-CAMPO (WFRD-IND-ALT).
V.23  *
V.23       WRITE  REG-WALEFRD  FROM  WLFRD-LINHA.
V.23  *
V.23       ADD   1  TO  WS-AC-FRD-ALERTAS.
V.23  *
V.23   R6066-SAIDA. EXIT.
V.23  *-----------------------------------------------------------------
V.23  *    CONTATO OU DADOS PESSOAIS ALTERADOS NESTA REMESSA DEPOIS DE
V.23  *    UMA TROCA DE CONTA JA APLICADA DENTRO DA JANELA DE N DIAS:
V.23  *    NAO HA O QUE RETER, MAS A MESA DE FRAUDE E AVISADA (ORIGEM
V.23  *    'C'). A IMAGEM MAIS ANTIGA DA JANELA NA FC_HIST_LOTERICO
V.23  *    TRAZ AS CONTAS DE ANTES DA TROCA.
V.23  *-----------------------------------------------------------------
V.23   R6068-VER-CONTA-RECENTE                                  SECTION.
V.23  *-----------------------------------------------------------------
V.23  *
V.23       IF WS-REG-EM-ERRO  EQUAL  1    OR
V.23          WFRD-RETEVE     EQUAL  1    OR
V.23          WFRD-ORIGEM  NOT EQUAL 'R'  OR
V.23          WFRD-JANELA     EQUAL  ZEROS
V.23          GO  TO  R6068-SAIDA.
V.23  *
V.23       MOVE  '6068'  TO  WNR-EXEC-SQL.
V.23  *
V.23       EXEC SQL
V.23         SELECT  VALUE(IDE_CONTA_CPMF,0),
V.23                 VALUE(IDE_CONTA_ISENTA,0),
V.23                 VALUE(IDE_CONTA_CAUCAO,0)
V.23           INTO :WFRD-IDE-CPMF-ANT,
V.23                :WFRD-IDE-ISENTA-ANT,
V.23                :WFRD-IDE-CAUCAO-ANT
V.23           FROM  FDRCAP.FC_HIST_LOTERICO
V.23          WHERE  NUM_LOTERICO   =  :FCLOTERI-NUM-LOTERICO
V.23            AND  DTH_HISTORICO  >=
V.23                 CURRENT TIMESTAMP - :WFRD-JANELA DAYS
V.23          ORDER  BY DTH_HISTORICO
V.23          FETCH  FIRST 1 ROW ONLY
V.23       END-EXEC.
V.23  *
V.23       IF SQLCODE  EQUAL  100
V.23          GO  TO  R6068-SAIDA.
V.23  *
V.23       IF SQLCODE  NOT EQUAL  ZEROS
V.23          DISPLAY 'R6068-ERRO SELECT FC_HIST_LOTERICO'
V.23          DISPLAY 'COD. LOTERICO   = ' FCLOTERI-NUM-LOTERICO
V.23          PERFORM  R9910-REGISTRA-ERRO-SQL
V.23          GO  TO  R6068-SAIDA.
V.23  *
V.23       IF WFRD-IDE-CPMF-ANT  GREATER  ZEROS  AND
V.23          WFRD-IDE-CPMF-ANT  NOT EQUAL  FCLOTERI-IDE-CONTA-CPMF
V.23          MOVE 'CPMF'                   TO  WRET-TIPO-CONTA
V.23          MOVE  WFRD-IDE-CPMF-ANT       TO  WRET-IDE-CONTA-ANT
V.23          MOVE  FCLOTERI-IDE-CONTA-CPMF
V.23                                  TO  FCCONBAN-IDE-CONTA-BANCARIA
V.23          PERFORM  R6069-ALERTA-CONTA-RECENTE.
V.23  *
V.23       IF WFRD-IDE-ISENTA-ANT  GREATER  ZEROS  AND
V.23          WFRD-IDE-ISENTA-ANT  NOT EQUAL  FCLOTERI-IDE-CONTA-ISENTA
V.23          MOVE 'ISENTA'                 TO  WRET-TIPO-CONTA
V.23          MOVE  WFRD-IDE-ISENTA-ANT     TO  WRET-IDE-CONTA-ANT
V.23          MOVE  FCLOTERI-IDE-CONTA-ISENTA
V.23                                  TO  FCCONBAN-IDE-CONTA-BANCARIA
V.23          PERFORM  R6069-ALERTA-CONTA-RECENTE.
V.23  *
V.23       IF WFRD-IDE-CAUCAO-ANT  GREATER  ZEROS  AND
V.23          WFRD-IDE-CAUCAO-ANT  NOT EQUAL  FCLOTERI-IDE-CONTA-CAUCAO
V.23          MOVE 'CAUCAO'                 TO  WRET-TIPO-CONTA
V.23          MOVE  WFRD-IDE-CAUCAO-ANT     TO  WRET-IDE-CONTA-ANT
V.23          MOVE  FCLOTERI-IDE-CONTA-CAUCAO
V.23                                  TO  FCCONBAN-IDE-CONTA-BANCARIA
V.23          PERFORM  R6069-ALERTA-CONTA-RECENTE.
V.23  *
V.23   R6068-SAIDA. EXIT.
V.23  *-----------------------------------------------------------------
V.23  *    MONTA CONTA ATUAL (JA APLICADA, VIA R6070) E CONTA ANTERIOR
V.23  *    (FC_CONTA_BANCARIA PELO IDE DO HISTORICO) E GRAVA O ALERTA.
V.23  *-----------------------------------------------------------------
V.23   R6069-ALERTA-CONTA-RECENTE                               SECTION.
V.23  *-----------------------------------------------------------------
V.23  *
V.23       PERFORM  R6070-LER-CONTA-BANCARIA.
V.23  *
V.23       IF WS-REG-EM-ERRO  EQUAL  1
V.23          GO  TO  R6069-SAIDA.
V.23  *
V.23       MOVE  WS-CONBAN-BANCO      TO  WRET-BANCO-NOV.
V.23       MOVE  WS-CONBAN-AGENCIA    TO  WRET-AGENCIA-NOV.
V.23       MOVE  WS-CONBAN-OP         TO  WRET-OP-NOV.
V.23       MOVE  WS-CONBAN-CONTA      TO  WRET-CONTA-NOV.
V.23       MOVE  WS-CONBAN-DV         TO  WRET-DV-NOV.
V.23  *
V.23       MOVE  '6069'  TO  WNR-EXEC-SQL.
V.23  *
V.23       EXEC SQL
V.23         SELECT  COD_AGENCIA,
V.23                 COD_BANCO,
V.23                 COD_CONTA,
V.23                 COD_DV_CONTA,
V.23                 COD_OP_CONTA
V.23           INTO :FCCONBAN-COD-AGENCIA,
V.23                :FCCONBAN-COD-BANCO,
V.23                :FCCONBAN-COD-CONTA,
V.23                :FCCONBAN-COD-DV-CONTA,
V.23                :FCCONBAN-COD-OP-CONTA
V.23           FROM  FDRCAP.FC_CONTA_BANCARIA
V.23          WHERE  IDE_CONTA_BANCARIA  =  :WRET-IDE-CONTA-ANT
V.23       END-EXEC.
V.23  *
V.23       IF SQLCODE  EQUAL  100
V.23          MOVE ZEROS TO FCCONBAN-COD-AGENCIA
V.23                        FCCONBAN-COD-BANCO
V.23                        FCCONBAN-COD-CONTA
V.23                        FCCONBAN-COD-OP-CONTA
V.23          MOVE SPACES TO FCCONBAN-COD-DV-CONTA
V.23       ELSE
V.23       IF SQLCODE  NOT EQUAL  ZEROS
V.23          DISPLAY 'R6069-ERRO SELECT FC_CONTA_BANCARIA'
V.23          DISPLAY 'IDE CONTA       = ' WRET-IDE-CONTA-ANT
V.23          PERFORM  R9910-REGISTRA-ERRO-SQL
V.23          GO  TO  R6069-SAIDA.
V.23  *
V.23       MOVE  FCCONBAN-COD-BANCO     TO  WS-CONBAN-BANCO.
V.23       MOVE  FCCONBAN-COD-AGENCIA   TO  WS-CONBAN-AGENCIA.
V.23       MOVE  FCCONBAN-COD-OP-CONTA  TO  WS-CONBAN-OP.
V.23       MOVE  FCCONBAN-COD-CONTA     TO  WS-CONBAN-CONTA.
V.23       MOVE  FCCONBAN-COD-DV-CONTA  TO  WS-CONBAN-DV.
V.23  *
V.23       MOVE  WS-CONBAN-BANCO      TO  WRET-BANCO-ANT.
V.23       MOVE  WS-CONBAN-AGENCIA    TO  WRET-AGENCIA-ANT.
V.23       MOVE  WS-CONBAN-OP         TO  WRET-OP-ANT.
V.23       MOVE  WS-CONBAN-CONTA      TO  WRET-CONTA-ANT.
V.23       MOVE  WS-CONBAN-DV         TO  WRET-DV-ANT.
V.23  *
V.23       MOVE  'C'    TO  WRET-ORIGEM.
V.23       MOVE  'NAO'  TO  WLFRD-RETIDA.
V.23       PERFORM  R6066-GRAVA-ALERTA-FRAUDE.
V.23  *
V.23   R6069-SAIDA. EXIT.
      *                                                                         
V.14  *-----------------------------------------------------------------
V.14  *    LE DE UMA SO VEZ, NUM UNICO CURSOR, AS (ATE TRES) CONTAS
           .                                                                    
       R6230-SAIDA. EXIT.                                                       
      *                                                                         
V.20  *-----------------------------------------------------------------
V.20  *    SUCESSAO DE LOTERICO: MARCA COMO SUCESSAO NOVA O REGISTRO
V.20  *    QUE TRAZ CAD-NUM-LOT-ANTERIOR PELA PRIMEIRA VEZ (LOTERICO
V.20  *    NOVO OU ANTECESSOR DIFERENTE DO GRAVADO NA FC_LOTERICO).
V.20  *    EXECUTADA ANTES DE R6200 SOBREPOR OS CAMPOS FCLOTERI-*.
V.20  *-----------------------------------------------------------------
V.20   R6500-IDENTIFICA-SUCESSAO                                SECTION.
V.20  *-----------------------------------------------------------------
V.20  *
V.20       MOVE  ZEROS  TO  WS-SUC-NOVA.
V.20  *
V.20       IF CAD-NUM-LOT-ANTERIOR  EQUAL  ZEROS
V.20          GO TO  R6500-SAIDA.
V.20  *
V.20       IF W-CHAVE-CADASTRADO-SIGEL  EQUAL  'NAO'  OR
V.20          CAD-NUM-LOT-ANTERIOR  NOT EQUAL  FCLOTERI-NUM-LOTER-ANT
V.20          MOVE  1  TO  WS-SUC-NOVA.
V.20  *
V.20   R6500-SAIDA. EXIT.
V.20  *-----------------------------------------------------------------
V.20  *    TRATA A SUCESSAO DO REGISTRO CORRENTE. ANTECESSOR SEGURADO E
V.20  *    SUCESSOR APTO (ATIVO, GARANTIA 'S', SEGURADORA 001, SEM
V.20  *    CRITICA PENDENTE) GERA A TRANSFERENCIA (COD_MOVIMENTO 4) E
V.20  *    RETEM O CANCELAMENTO DO ANTECESSOR AINDA NAO CONSUMIDO. A
V.20  *    RECUSA SO E RELATADA NA SUCESSAO NOVA; NAS REMESSAS
V.20  *    SEGUINTES A TRANSFERENCIA E TENTADA DE NOVO EM SILENCIO
V.20  *    ENQUANTO O SUCESSOR NAO ESTIVER SEGURADO.
V.20  *-----------------------------------------------------------------
V.20   R6510-TRATA-SUCESSAO                                     SECTION.
V.20  *-----------------------------------------------------------------
V.20  *
V.20       IF WS-REG-EM-ERRO  EQUAL  1
V.20          GO TO  R6510-SAIDA.
V.20  *
V.20       IF CAD-NUM-LOT-ANTERIOR  EQUAL  ZEROS
V.20          GO TO  R6510-SAIDA.
V.20  *
V.20       MOVE  ZEROS                 TO  WS-SUC-DIVERGE-BONUS
V.20                                       WS-SUC-GAR-DO-ANT
V.20                                       WSUC-COD-CEF-ANT
V.20                                       WSUC-FENAL-ANT.
V.20       MOVE  CAD-NUM-LOT-ANTERIOR  TO  LS01-ANTECESSOR.
V.20       MOVE  CAD-CODIGO-CEF        TO  LS01-SUCESSOR
V.20                                       WSUC-COD-SUCESSOR.
V.20       MOVE  W-CAD-DATA-INI-VIG    TO  LS01-DT-INC-SUC.
V.20  *
V.20       IF CAD-NUM-LOT-ANTERIOR  GREATER  99999999
V.20          MOVE 'CODIGO DO ANTECESSOR INVALIDO'  TO  LS01-MOTIVO
V.20          GO TO  R6510-RECUSA.
V.20  *
V.20       IF W-CHAVE-CADASTRADO-SASSE  EQUAL  'SIM'
V.20          MOVE 'SUCESSOR JA SEGURADO NA APOLICE'  TO  LS01-MOTIVO
V.20          GO TO  R6510-RECUSA.
V.20  *
V.20       MOVE  CAD-NUM-LOT-ANTERIOR  TO  WSUC-COD-ANT.
V.20  *
V.20       PERFORM  R6520-SELECT-ANTECESSOR.
V.20  *
V.20       IF WS-REG-EM-ERRO  EQUAL  1
V.20          GO TO  R6510-SAIDA.
V.20  *
V.20       IF WSUC-COD-CEF-ANT  EQUAL  ZEROS
V.20          MOVE 'ANTECESSOR NAO CADASTRADO NA FC_LOTERICO'
V.20                                    TO  LS01-MOTIVO
V.20          GO TO  R6510-RECUSA.
V.20  *
V.20       IF WSUC-DTH-EXC-ANT  NOT EQUAL  '9999-12-31'
V.20          MOVE  WSUC-DTH-EXC-ANT  TO  LS01-DT-EXC-ANT.
V.20  *
V.20       MOVE  WSUC-VLR-GAR-ANT  TO  LS01-VLR-GARANTIA.
V.20  *
V.20       IF WSUC-FENAL-ANT  EQUAL  ZEROS
V.20          IF WS-SUC-NOVA  EQUAL  1
V.20             ADD  1  TO  WS-AC-SUC-SEM-SEGURO
V.20             MOVE 'SEM SEGURO'  TO  LS01-EVENTO
V.20             MOVE 'ANTECESSOR NAO SEGURADO - SEM TRANSFERENCIA'
V.20                                    TO  LS01-MOTIVO
V.20             PERFORM  R6590-IMPRIME-SUCESSAO
V.20             GO TO  R6510-SAIDA
V.20          ELSE
V.20             GO TO  R6510-SAIDA.
V.20  *
V.20       PERFORM  R6525-CONTA-TRANSFERENCIA.
V.20  *
V.20       IF WS-REG-EM-ERRO  EQUAL  1
V.20          GO TO  R6510-SAIDA.
V.20  *
V.20       IF WSUC-QT-TRANSF  GREATER  ZEROS
V.20          GO TO  R6510-SAIDA.
V.20  *
V.20       IF CAD-SITUACAO  NOT EQUAL  '1'
V.20          MOVE 'SUCESSOR NAO ESTA ATIVO'  TO  LS01-MOTIVO
V.20          GO TO  R6510-RECUSA.
V.20  *
V.20       IF CAD-TIPO-GARANTIA  NOT EQUAL  'S'
V.20          MOVE 'GARANTIA DO SUCESSOR NAO E SEGURO'  TO  LS01-MOTIVO
V.20          GO TO  R6510-RECUSA.
V.20  *
V.20       IF CAD-NUM-SEGURADORA  NOT EQUAL  001
V.20          MOVE 'SEGURADORA DO SUCESSOR DIFERENTE DE 001'
V.20                                    TO  LS01-MOTIVO
V.20          GO TO  R6510-RECUSA.
V.20  *
V.20       IF WS-NECESSARIO  EQUAL  1
V.20          MOVE 'SUCESSOR COM CRITICA DE CADASTRO PENDENTE'
V.20                                    TO  LS01-MOTIVO
V.20          GO TO  R6510-RECUSA.
V.20  *
V.20       PERFORM  R6530-GERA-TRANSFERENCIA.
V.20  *
V.20       IF WS-REG-EM-ERRO  EQUAL  1
V.20          GO TO  R6510-SAIDA.
V.20  *
V.20       ADD  1  TO  WS-AC-SUC-TRANSFERIDAS.
V.20       MOVE 'TRANSFERE'  TO  LS01-EVENTO.
V.20  *
V.20       IF WS-SUC-DIVERGE-BONUS  EQUAL  1
V.20          MOVE 'BONUS DO ANTECESSOR DIFERE DO SIGEL'
V.20                                    TO  LS01-MOTIVO
V.20       ELSE
V.20          IF WS-SUC-GAR-DO-ANT  EQUAL  1
V.20             MOVE 'GARANTIA E BONUS DO ANTECESSOR'  TO  LS01-MOTIVO
V.20          ELSE
V.20             MOVE 'GARANTIA DO SUCESSOR E BONUS DO ANTECESSOR'
V.20                                    TO  LS01-MOTIVO.
V.20  *
V.20       PERFORM  R6590-IMPRIME-SUCESSAO.
V.20  *
V.20       PERFORM  R6540-RETEM-CANCEL-ANTECESSOR.
V.20  *
V.20       GO TO  R6510-SAIDA.
V.20  *
V.20   R6510-RECUSA.
V.20  *
V.20       IF WS-SUC-NOVA  EQUAL  1
V.20          ADD  1  TO  WS-AC-SUC-RECUSADAS
V.20          MOVE 'RECUSADA'  TO  LS01-EVENTO
V.20          PERFORM  R6590-IMPRIME-SUCESSAO.
V.20  *
V.20   R6510-SAIDA. EXIT.
V.20  *-----------------------------------------------------------------
V.20  *    LE O ANTECESSOR NA FC_LOTERICO E VERIFICA SE ESTA SEGURADO
V.20  *    NA APOLICE (V0LOTERICO01, COD_LOT_FENAL = CODIGO CEF COM
V.20  *    DV). WSUC-COD-CEF-ANT ZERADO = ANTECESSOR NAO CADASTRADO;
V.20  *    WSUC-FENAL-ANT ZERADO = ANTECESSOR NAO SEGURADO.
V.20  *-----------------------------------------------------------------
V.20   R6520-SELECT-ANTECESSOR                                  SECTION.
V.20  *-----------------------------------------------------------------
V.20  *
V.20       MOVE  '6520'  TO  WNR-EXEC-SQL.
V.20  *
V.20       EXEC SQL
V.20         SELECT  VALUE(L.NUM_DV_LOTERICO,0),
V.20                 VALUE(L.VLR_GARANTIA,0),
V.20                 VALUE(L.DTH_EXCLUSAO,DATE('9999-12-31')),
V.20                 VALUE(S.COD_LOT_FENAL,0)
V.20           INTO :WSUC-DV-ANT,
V.20                :WSUC-VLR-GAR-ANT,
V.20                :WSUC-DTH-EXC-ANT,
V.20                :WSUC-FENAL-ANT
V.20           FROM  FDRCAP.FC_LOTERICO L
V.20           LEFT  OUTER JOIN SEGUROS.V0LOTERICO01 S
V.20             ON  S.NUM_APOLICE    =  :WS-NUM-APOLICE
V.20            AND  S.COD_LOT_FENAL  =  (L.NUM_LOTERICO * 10)
V.20                                  +  L.NUM_DV_LOTERICO
V.20            AND  S.SITUACAO       <  '1'
V.20          WHERE  L.NUM_LOTERICO   =  :WSUC-COD-ANT
V.20       END-EXEC.
V.20  *
V.20       IF SQLCODE  EQUAL  100
V.20          MOVE  ZEROS  TO  WSUC-COD-CEF-ANT
V.20                           WSUC-FENAL-ANT
V.20          GO TO  R6520-SAIDA.
V.20  *
V.20       IF SQLCODE  NOT EQUAL  ZEROS
V.20          DISPLAY 'R6520-ERRO SELECT ANTECESSOR FC_LOTERICO'
V.20          DISPLAY 'COD. ANTECESSOR = ' WSUC-COD-ANT
V.20          DISPLAY 'COD. SUCESSOR   = ' CAD-COD-CEF
V.20          PERFORM  R9910-REGISTRA-ERRO-SQL
V.20          GO  TO  R6520-SAIDA.
V.20  *
V.20       COMPUTE  WSUC-COD-CEF-ANT  =  (WSUC-COD-ANT * 10)
V.20                                  +   WSUC-DV-ANT.
V.20  *
V.20   R6520-SAIDA. EXIT.
V.20  *-----------------------------------------------------------------
V.20  *    CONTA AS TRANSFERENCIAS JA GERADAS PARA O SUCESSOR, PARA
V.20  *    NAO DUPLICAR O MOVIMENTO NA REMESSA SEGUINTE.
V.20  *-----------------------------------------------------------------
V.20   R6525-CONTA-TRANSFERENCIA                                SECTION.
V.20  *-----------------------------------------------------------------
V.20  *
V.20       MOVE  '6525'  TO  WNR-EXEC-SQL.
V.20  *
V.20       EXEC SQL
V.20         SELECT  COUNT(*)
V.20           INTO :WSUC-QT-TRANSF
V.20           FROM  SEGUROS.LT_MOV_PROPOSTA
V.20          WHERE  COD_PRODUTO       =  7105
V.20            AND  COD_EXT_SEGURADO  =  :WSUC-COD-SUCESSOR
V.20            AND  COD_MOVIMENTO     =  4
V.20       END-EXEC.
V.20  *
V.20       IF SQLCODE  NOT EQUAL  ZEROS
V.20          DISPLAY 'R6525-ERRO COUNT TRANSFERENCIA LT_MOV_PROPOSTA'
V.20          DISPLAY 'COD. SUCESSOR   = ' CAD-COD-CEF
V.20          PERFORM  R9910-REGISTRA-ERRO-SQL
V.20          GO  TO  R6525-SAIDA.
V.20  *
V.20   R6525-SAIDA. EXIT.
V.20  *-----------------------------------------------------------------
V.20  *    GERA O MOVIMENTO DE TRANSFERENCIA (COD_MOVIMENTO 4) DO
V.20  *    SUCESSOR COM OS DADOS CADASTRAIS DO SIGEL, OS BONUS DO
V.20  *    ANTECESSOR (LT_LOTERICO_BONUS) E A GARANTIA DO SUCESSOR -
V.20  *    OU A DO ANTECESSOR QUANDO O SIGEL NAO INFORMA VALOR. OS
V.20  *    CAMPOS DO CADASTRO USADOS POR R6600/R6610/R6620 SAO
V.20  *    GUARDADOS E RESTAURADOS NO FIM.
V.20  *-----------------------------------------------------------------
V.20   R6530-GERA-TRANSFERENCIA                                 SECTION.
V.20  *-----------------------------------------------------------------
V.20  *
V.20       MOVE  0             TO  WS-ALARME  WS-CKT  WS-COFRE.
V.20       MOVE  WSUC-COD-ANT  TO  LTLOTBON-NUM-LOTERICO.
V.20  *
V.20       PERFORM  R6800-SELECT-BONUS.
V.20  *
V.20       IF WS-REG-EM-ERRO  EQUAL  1
V.20          GO TO  R6530-SAIDA.
V.20  *
V.20       MOVE  CAD-VALOR-GARANTIA   TO  WSUC-SALVA-VALOR-GAR.
V.20       MOVE  CAD-BONUS-ALARME     TO  WSUC-SALVA-ALARME.
V.20       MOVE  CAD-BONUS-CKT        TO  WSUC-SALVA-CKT.
V.20       MOVE  CAD-BONUS-COFRE      TO  WSUC-SALVA-COFRE.
V.20       MOVE  W-IND-ALT-FAXTELEME  TO  WSUC-SALVA-FAXTELEME.
V.20  *
V.20       IF CAD-VALOR-GARANTIA  EQUAL  ZEROS
V.20          MOVE  WSUC-VLR-GAR-ANT  TO  CAD-VALOR-GARANTIA
V.20          MOVE  1                 TO  WS-SUC-GAR-DO-ANT.
V.20  *
V.20       IF WS-ALARME  NOT EQUAL  CAD-BONUS-ALARME  OR
V.20          WS-CKT     NOT EQUAL  CAD-BONUS-CKT     OR
V.20          WS-COFRE   NOT EQUAL  CAD-BONUS-COFRE
V.20          MOVE  1  TO  WS-SUC-DIVERGE-BONUS.
V.20  *
V.20       MOVE  WS-ALARME  TO  CAD-BONUS-ALARME.
V.20       MOVE  WS-CKT     TO  CAD-BONUS-CKT.
V.20       MOVE  WS-COFRE   TO  CAD-BONUS-COFRE.
V.20  *
V.20       MOVE  4          TO  LTMVPROP-COD-MOVIMENTO.
V.20       MOVE  'S'        TO  LTMVPROP-IND-ALT-DADOS-PES
V.20                            LTMVPROP-IND-ALT-ENDER
V.20                            LTMVPROP-IND-ALT-COBER
V.20                            W-IND-ALT-FAXTELEME.
V.20  *
V.20       IF WS-ALARME  EQUAL  1  OR
V.20          WS-CKT     EQUAL  1  OR
V.20          WS-COFRE   EQUAL  1
V.20          MOVE  'S'  TO  LTMVPROP-IND-ALT-BONUS
V.20       ELSE
V.20          MOVE  'N'  TO  LTMVPROP-IND-ALT-BONUS.
V.20  *
V.20       MOVE 'LT2000B'   TO  LTMVPROP-COD-USUARIO.
V.20  *
V.20       PERFORM  R6600-GRAVAR-MOVIMENTO.
V.20       PERFORM  R6610-GRAVAR-MOV-COBER.
V.20       PERFORM  R6620-GRAVAR-MOV-BONUS.
V.20  *
V.20       MOVE  CAD-VALOR-GARANTIA  TO  LS01-VLR-GARANTIA.
V.20  *
V.20       IF WS-ALARME  EQUAL  1
V.20          MOVE  'ALA'  TO  LS01-BONUS-ALA.
V.20       IF WS-CKT     EQUAL  1
V.20          MOVE  'CKT'  TO  LS01-BONUS-CKT.
V.20       IF WS-COFRE   EQUAL  1
V.20          MOVE  'COF'  TO  LS01-BONUS-COF.
V.20  *
V.20       MOVE  WSUC-SALVA-VALOR-GAR  TO  CAD-VALOR-GARANTIA.
V.20       MOVE  WSUC-SALVA-ALARME     TO  CAD-BONUS-ALARME.
V.20       MOVE  WSUC-SALVA-CKT        TO  CAD-BONUS-CKT.
V.20       MOVE  WSUC-SALVA-COFRE      TO  CAD-BONUS-COFRE.
V.20       MOVE  WSUC-SALVA-FAXTELEME  TO  W-IND-ALT-FAXTELEME.
V.20  *
V.20   R6530-SAIDA. EXIT.
V.20  *-----------------------------------------------------------------
V.20  *    O ANTECESSOR PODE TER CHEGADO ANTES DO SUCESSOR (MESMA
V.20  *    REMESSA OU REMESSA ANTERIOR): CANCELAMENTO (7) AINDA NAO
V.20  *    CONSUMIDO PELO LT2002B PASSA A RETIDO ('R') ATE A
V.20  *    TRANSFERENCIA SER CONSUMIDA.
V.20  *-----------------------------------------------------------------
V.20   R6540-RETEM-CANCEL-ANTECESSOR                            SECTION.
V.20  *-----------------------------------------------------------------
V.20  *
V.20       IF WS-REG-EM-ERRO  EQUAL  1
V.20          GO TO  R6540-SAIDA.
V.20  *
V.20       MOVE  '6540'  TO  WNR-EXEC-SQL.
V.20  *
V.20       IF WS-PARM-MODO  EQUAL  'S'
V.20          GO TO  R6540-SAIDA.
V.20  *
V.20       EXEC SQL
V.20         UPDATE  SEGUROS.LT_MOV_PROPOSTA
V.20            SET  SIT_MOVIMENTO     =  'R'
V.20          WHERE  COD_PRODUTO       =  7105
V.20            AND  COD_EXT_SEGURADO  =  :WSUC-COD-CEF-ANT
V.20            AND  COD_MOVIMENTO     =  7
V.20            AND  SIT_MOVIMENTO     =  '3'
V.20       END-EXEC.
V.20  *
V.20       IF SQLCODE  EQUAL  100
V.20          GO TO  R6540-SAIDA.
V.20  *
V.20       IF SQLCODE  NOT EQUAL  ZEROS
V.20          DISPLAY 'R6540-ERRO UPDATE CANCELAMENTO DO ANTECESSOR'
V.20          DISPLAY 'COD. ANTECESSOR = ' WSUC-COD-CEF-ANT
V.20          PERFORM  R9910-REGISTRA-ERRO-SQL
V.20          GO  TO  R6540-SAIDA.
V.20  *
V.20       ADD  1  TO  WS-AC-SUC-CANC-RETIDOS.
V.20       MOVE  CAD-NUM-LOT-ANTERIOR  TO  LS01-ANTECESSOR.
V.20       MOVE  CAD-CODIGO-CEF        TO  LS01-SUCESSOR.
V.20       MOVE  W-CAD-DATA-INI-VIG    TO  LS01-DT-INC-SUC.
V.20       IF WSUC-DTH-EXC-ANT  NOT EQUAL  '9999-12-31'
V.20          MOVE  WSUC-DTH-EXC-ANT  TO  LS01-DT-EXC-ANT.
V.20       MOVE 'CANC RETID'  TO  LS01-EVENTO.
V.20       MOVE 'CANCELAMENTO DO ANTECESSOR RETIDO'  TO  LS01-MOTIVO.
V.20  *
V.20       PERFORM  R6590-IMPRIME-SUCESSAO.
V.20  *
V.20   R6540-SAIDA. EXIT.
V.20  *-----------------------------------------------------------------
V.20  *    CHAMADA PELO R6600 NO CANCELAMENTO (7): HAVENDO TRANSFERENCIA
V.20  *    PENDENTE (COD_MOVIMENTO 4, SIT_MOVIMENTO '3') EM QUE ESTE
V.20  *    LOTERICO E O ANTECESSOR, O CANCELAMENTO E GRAVADO RETIDO.
V.20  *-----------------------------------------------------------------
V.20   R6560-VERIFICA-TRANSF-PENDENTE                           SECTION.
V.20  *-----------------------------------------------------------------
V.20  *
V.20       MOVE  '6560'  TO  WNR-EXEC-SQL.
V.20  *
V.20       MOVE  CAD-COD-CEF  TO  WSUC-COD-ANT.
V.20  *
V.20       EXEC SQL
V.20         SELECT  VALUE(MAX(COD_EXT_SEGURADO),0),
V.20                 MAX(DATA_MOVIMENTO)
V.20           INTO :WSUC-COD-SUCESSOR,
V.20                :WSUC-DATA-TRANSF :VIND-SUC-DATA-TRANSF
V.20           FROM  SEGUROS.LT_MOV_PROPOSTA
V.20          WHERE  COD_PRODUTO       =  7105
V.20            AND  COD_MOVIMENTO     =  4
V.20            AND  COD_EXT_SEG_ANT   =  :WSUC-COD-ANT
V.20            AND  SIT_MOVIMENTO     =  '3'
V.20       END-EXEC.
V.20  *
V.20       IF SQLCODE  NOT EQUAL  ZEROS
V.20          DISPLAY 'R6560-ERRO SELECT TRANSFERENCIA PENDENTE'
V.20          DISPLAY 'COD. LOTERICO   = ' CAD-COD-CEF
V.20          PERFORM  R9910-REGISTRA-ERRO-SQL
V.20          GO  TO  R6560-SAIDA.
V.20  *
V.20       IF WSUC-COD-SUCESSOR  EQUAL  ZEROS
V.20          GO TO  R6560-SAIDA.
V.20  *
V.20       MOVE  'R'  TO  LTMVPROP-SIT-MOVIMENTO.
V.20  *
V.20       ADD  1  TO  WS-AC-SUC-CANC-RETIDOS.
V.20       MOVE  CAD-COD-CEF        TO  LS01-ANTECESSOR.
V.20       MOVE  WSUC-COD-SUCESSOR  TO  LS01-SUCESSOR.
V.20  *
V.20       IF W-CAD-DATA-EXCLUSAO  NOT EQUAL  SPACES  AND
V.20          W-CAD-DATA-EXCLUSAO  NOT EQUAL  ZEROS
V.20          MOVE  W-CAD-DATA-EXCLUSAO  TO  LS01-DT-EXC-ANT
V.20       ELSE
V.20          MOVE  LTMVPROP-DATA-MOVIMENTO  TO  LS01-DT-EXC-ANT.
V.20  *
V.20       IF VIND-SUC-DATA-TRANSF  NOT LESS  ZEROS
V.20          MOVE  WSUC-DATA-TRANSF  TO  LS01-DT-INC-SUC.
V.20  *
V.20       MOVE 'CANC RETID'  TO  LS01-EVENTO.
V.20       MOVE 'CANCELAMENTO RETIDO - TRANSFERENCIA PENDENTE'
V.20                                    TO  LS01-MOTIVO.
V.20  *
V.20       PERFORM  R6590-IMPRIME-SUCESSAO.
V.20  *
V.20   R6560-SAIDA. EXIT.
V.20  *-----------------------------------------------------------------
V.20   R6590-IMPRIME-SUCESSAO                                   SECTION.
V.20  *-----------------------------------------------------------------
V.20  *
V.20       IF WS-SUC-IMPRIMIU-CAB  EQUAL  ZEROS
V.20          MOVE  1  TO  WS-SUC-IMPRIMIU-CAB
V.20          WRITE  REG-WSUCESS  FROM  LS00-SUCESSAO.
V.20  *
V.20       WRITE  REG-WSUCESS  FROM  LS01-SUCESSAO.
V.20  *
V.20       MOVE  SPACES  TO  LS01-EVENTO
V.20                         LS01-DT-EXC-ANT
V.20                         LS01-DT-INC-SUC
V.20                         LS01-BONUS-ALA
V.20                         LS01-BONUS-CKT
V.20                         LS01-BONUS-COF
V.20                         LS01-MOTIVO.
V.20       MOVE  ZEROS   TO  LS01-ANTECESSOR
V.20                         LS01-SUCESSOR
V.20                         LS01-VLR-GARANTIA.
V.20  *
V.20   R6590-SAIDA. EXIT.
      *----------------------------------------------------------------*        
      *                                                                         
      *                                                                         
      *---------------------------------                                        
      *  COD-MOVIMENTO :  1-INCLUSAO                                            
      *                   3-ALTERACAO VIA SIGEL                                 
V.20  *                   4-TRANSFERENCIA POR SUCESSAO
      *                   5-ALTERACAO DE I.S.  ON-LINE                          
      *                   7-CANCELAMENTO                                        
      *                                                                         
V.02       MOVE WS-CONTA-12POS         TO LTMVPROP-COD-CONTA                    
           MOVE WS-DV-CONTA            TO LTMVPROP-COD-DV-CONTA                 
           MOVE WS-OPERACAO-CONTA      TO LTMVPROP-COD-OP-CONTA.                
V.26  *
V.26  *    TROCA DA CONTA CPMF RETIDA PARA A MESA DE FRAUDE (R6060):
V.26  *    O MOVIMENTO LEVA A CONTA CADASTRADA NA FC_CONTA_BANCARIA,
V.26  *    NAO A CONTA NOVA ENVIADA PELO SIGEL.
V.26  *
V.26       IF WFRD-CPMF-RETIDA  EQUAL  'S'
V.26          MOVE WFRD-CPMF-BANCO     TO WS-CODIGO-BANCO
V.26          MOVE WS-COD-BANCO        TO LTMVPROP-COD-BANCO
V.26          MOVE WFRD-CPMF-AGENCIA   TO WS-CODIGO-AGENCIA
V.26          MOVE WS-COD-AGENCIA      TO LTMVPROP-COD-AGENCIA
V.26          MOVE WFRD-CPMF-CONTA     TO WS-CONTA-12POS
V.26          MOVE WS-CONTA-12POS      TO LTMVPROP-COD-CONTA
V.26          MOVE WFRD-CPMF-DV        TO LTMVPROP-COD-DV-CONTA
V.26          MOVE WFRD-CPMF-OP        TO LTMVPROP-COD-OP-CONTA.
      *                                                                         
           MOVE CAD-NUM-LOT-ANTERIOR TO LTMVPROP-COD-EXT-SEG-ANT                
                                                                                
                                                                                
                                                                                
           MOVE '3'                     TO LTMVPROP-SIT-MOVIMENTO.              
V.20  *
V.20  *    CANCELAMENTO DE ANTECESSOR COM TRANSFERENCIA PENDENTE E
V.20  *    GRAVADO RETIDO ('R'); O R0500 LIBERA APOS O CONSUMO.
V.20  *
V.20       IF LTMVPROP-COD-MOVIMENTO  EQUAL  7
V.20          PERFORM  R6560-VERIFICA-TRANSF-PENDENTE
V.20          IF WS-REG-EM-ERRO  EQUAL  1
V.20             GO TO  R6600-SAIDA.
      *                                                                         
           MOVE  W-CAD-DATA-GERACAO  TO LTMVPROP-DT-INIVIG-PROPOSTA.            
                                                                                
             MOVE      LK-TITULO           TO      LC01-EMPRESA                 
           ELSE                                                                 
             DISPLAY  'PROBLEMA CALL V1EMPRESA'                                 
V.26  *      STOP      RUN.
V.26         GO  TO    R9999-ROT-ERRO.
      *                                                                         
           MOVE    99    TO W-AC-LINHA.                                         
      *                                                                         
V.13                     LTMVPROP-IND-ALT-COBER
V.13                     LTMVPROP-IND-ALT-BONUS
V.13                     W-IND-ALT-FAXTELEME.
V.26       MOVE  'N'  TO WFRD-CPMF-RETIDA.
V.13       MOVE  7         TO  LTMVPROP-COD-MOVIMENTO.
V.13       MOVE 'LT2000B'  TO  LTMVPROP-COD-USUARIO.
V.13  *
V.09       OPEN OUTPUT WQUAREN.
V.12       OPEN OUTPUT WGARANT.
V.15       OPEN OUTPUT WCTRTOT.
V.20       OPEN OUTPUT WSUCESS.
V.23       OPEN OUTPUT WALEFRD.
      *
       R9000-SAIDA. EXIT.
V.25  *-----------------------------------------------------------------
V.25  *    REGISTRA O FIM DA EXECUCAO NA FC_CTRL_EXECUCAO (LT2101S),
V.25  *    COM O RETURN-CODE E AS QUANTIDADES DO PASSO. O RETURN-CODE
V.25  *    E PRESERVADO NA CHAMADA DA SUBROTINA.
V.25  *-----------------------------------------------------------------
V.25   R9050-REGISTRA-FIM                                       SECTION.
V.25  *-----------------------------------------------------------------
V.25  *
V.25       MOVE  RETURN-CODE                TO  LK-CTRL-RC-PROGRAMA.
V.25  *
V.25  *    NA SIMULACAO NADA DO PASSO PODE SER EFETIVADO PELO COMMIT
V.25  *    DA SUBROTINA (INCLUSIVE NA SAIDA SEM REGISTROS NO SIGEL).
V.25  *
V.25       IF WS-PARM-MODO  EQUAL  'S'
V.25          EXEC SQL   ROLLBACK          WORK         END-EXEC.
V.25  *
V.25       MOVE  'F'                        TO  LK-CTRL-FUNCAO.
V.25       MOVE  W-AC-CAD-LIDOS             TO  LK-CTRL-QTD-LIDOS.
V.25       MOVE  W-AC-LOTERICOS-GRAVADOS    TO  LK-CTRL-QTD-GRAVADOS.
V.25       MOVE  W-AC-LOTERICOS-REJEITADOS  TO  LK-CTRL-QTD-REJEITADOS.
V.25  *
V.25       CALL 'LT2101S' USING LK-AREA-CTRL.
V.25  *
V.25       IF LK-CTRL-COD-RETORNO  NOT EQUAL  ZEROS
V.25          DISPLAY 'LT2000B - FIM NAO REGISTRADO (LT2101S)'
V.25          DISPLAY 'LT2000B - ' LK-CTRL-MENSAGEM.
V.25  *
V.25       MOVE  LK-CTRL-RC-PROGRAMA  TO  RETURN-CODE.
V.25  *
V.25   R9050-SAIDA. EXIT.
      *----------------------------------------------------------------*
      *                   ROTINA CLOSE ARQUIVOS                        *
      *----------------------------------------------------------------*
V.09       CLOSE  WQUAREN.
V.12       CLOSE  WGARANT.
V.15       CLOSE  WCTRTOT.
V.20       CLOSE  WSUCESS.
V.23       CLOSE  WALEFRD.
V.16       IF WS-PARM-MODO  EQUAL  'Q'
V.16          CLOSE  WQUARIN.
      *
V.09                                TO WS-AC-BONUS-COFRE-REMOVIDOS.
V.10       MOVE WSNAP-PEND-ABERTAS     TO WS-AC-PEND-ABERTAS.
V.10       MOVE WSNAP-PEND-FECHADAS    TO WS-AC-PEND-FECHADAS.
V.20       MOVE WSNAP-SUC-TRANSFERIDAS TO WS-AC-SUC-TRANSFERIDAS.
V.20       MOVE WSNAP-SUC-RECUSADAS    TO WS-AC-SUC-RECUSADAS.
V.20       MOVE WSNAP-SUC-SEM-SEGURO   TO WS-AC-SUC-SEM-SEGURO.
V.20       MOVE WSNAP-SUC-CANC-RETIDOS TO WS-AC-SUC-CANC-RETIDOS.
V.27       MOVE WSNAP-FRD-RETIDAS      TO WS-AC-FRD-RETIDAS.
V.27       MOVE WSNAP-FRD-MANTIDAS     TO WS-AC-FRD-MANTIDAS.
V.27       MOVE WSNAP-FRD-REJEITADAS   TO WS-AC-FRD-REJEITADAS.
V.27       MOVE WSNAP-FRD-LIBERADAS    TO WS-AC-FRD-LIBERADAS.
V.09  *
V.09       MOVE  SPACES               TO  REG-QUARENTENA.
V.09       MOVE  W-REG-ORIG-NSR       TO  QUA-NSR.
V.09       CLOSE  WQUAREN.
V.12       CLOSE  WGARANT.
V.15       CLOSE  WCTRTOT.
V.20       CLOSE  WSUCESS.
V.23       CLOSE  WALEFRD.
V.16       IF WS-PARM-MODO  EQUAL  'Q'
V.16          CLOSE  WQUARIN.
      *
      *                                                                         
           EXEC  SQL   ROLLBACK WORK                  END-EXEC.                 
      *                                                                         
           MOVE        99              TO             RETURN-CODE.
V.25  *
V.25       PERFORM  R9050-REGISTRA-FIM.
      *
           STOP        RUN.
      *
       R9999-SAIDA. EXIT.
