      ******************************************************************
      * Author:
      * Date:
      * Purpose: informe anual de rendimentos: le do arquivo morto
      *          EXTARQV.DAT e de EXTRATO.DAT as linhas de juros
      *          creditados (tipo 05) e de imposto retido na fonte
      *          (tipo 13) do ano-base informado, agrupa por documento
      *          do titular (DOC-CLI de ARQCLIE.DAT, nome de
      *          CLIMEST.DAT) e emite em INFORME.REL um informe por
      *          beneficiario, conta a conta, e em INFREND.DAT o
      *          arquivo consolidado para a declaracao do imposto
      *          retido. Contas de documento zerado nao tem a quem
      *          ser declaradas: saem listadas a parte no relatorio,
      *          fora do arquivo. So le os arquivos; pode rodar a
      *          qualquer hora fora do ciclo de posting.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORMEIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLI ASSIGN TO "ARQCLIE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CLI
           ALTERNATE RECORD KEY IS NOME-CLI WITH DUPLICATES
           FILE STATUS IS ST-CLI.

           SELECT ARQCDM ASSIGN TO "CLIMEST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOC-CDM
           FILE STATUS IS ST-CDM.

           SELECT ARQEXT ASSIGN TO "EXTRATO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CHAVE-EXTRATO
           FILE STATUS IS ST-EXT.

           SELECT ARQARQV ASSIGN TO "EXTARQV.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-ARQV.

           SELECT ARQIRF ASSIGN TO "INFREND.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-IRF.

           SELECT ARQREL ASSIGN TO "INFORME.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-REL.

           SELECT SORT-INF ASSIGN TO "SORTINF.WRK".
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCLI.
           COPY CPCLI.

       FD  ARQCDM.
           COPY CPCDM.

       FD  ARQEXT.
           COPY CPEXT.

       FD  ARQARQV.
       01  REG-ARQV        PIC X(57).

       FD  ARQIRF.
           COPY CPIRF.

       FD  ARQREL.
       01  LINHA-REL       PIC X(80).

      *    lancamentos de juros e imposto do ano em ordem de
      *    documento e conta; o documento zerado vem na frente
       SD  SORT-INF.
       01  REG-SRT.
           03 DOC-SRT          PIC 9(14).
           03 AGENCIA-SRT      PIC 9(03).
           03 CONTA-SRT        PIC 9(06).
           03 NOME-SRT         PIC X(20).
           03 TIPO-SRT         PIC 9(02).
           03 VALOR-SRT        PIC S9(9)V99.
       WORKING-STORAGE SECTION.
       77  ST-CLI          PIC X(02).
       77  ST-CDM          PIC X(02).
       77  ST-EXT          PIC X(02).
       77  ST-ARQV         PIC X(02).
       77  ST-IRF          PIC X(02).
       77  ST-REL          PIC X(02).
       77  FIM-EXT         PIC 9(01) VALUE ZERO.
       77  FIM-ARQV        PIC 9(01) VALUE ZERO.
       77  FIM-SRT         PIC 9(01) VALUE ZERO.
       77  WS-TEM-CDM      PIC 9(01) VALUE 1.
       77  WS-TEM-ARQV     PIC 9(01) VALUE 1.
       77  WS-BANCO        PIC X(03) VALUE "747".
       77  WS-ANO-BASE     PIC 9(04).
       77  WS-ANO-HOJE     PIC 9(04).
       77  WS-ANO-LINHA    PIC 9(04).
       77  WS-RESTO        PIC 9(04).
       77  WS-DATA-HOJE    PIC 9(08).
       77  WS-DOC-ULT      PIC 9(14).
       77  WS-NOME-ULT     PIC X(20).
       77  WS-TEM-GRUPO    PIC 9(01) VALUE ZERO.
       77  WS-TEM-CONTA    PIC 9(01) VALUE ZERO.
       77  WS-DOC-ATUAL    PIC 9(14).
       77  WS-NOME-ATUAL   PIC X(20).
       77  WS-AG-ATUAL     PIC 9(03).
       77  WS-CT-ATUAL     PIC 9(06).
       77  WS-NOME-CONTA   PIC X(20).
       77  WS-REND-CONTA   PIC 9(11)V99.
       77  WS-IR-CONTA     PIC 9(11)V99.
       77  WS-QTD-CONTAS-DOC PIC 9(05).
       77  WS-REND-DOC     PIC 9(11)V99.
       77  WS-IR-DOC       PIC 9(11)V99.
       77  WS-QTD-LIDOS    PIC 9(09) VALUE ZERO.
       77  WS-QTD-SELEC    PIC 9(09) VALUE ZERO.
       77  WS-QTD-SEM-CAD  PIC 9(09) VALUE ZERO.
       77  WS-LINHA-PAG    PIC 9(02) VALUE ZERO.
       77  WS-PAGINA       PIC 9(04) VALUE ZERO.

      *    maximo de linhas por pagina antes de repetir o cabecalho
       77  WS-LIN-POR-PAG  PIC 9(02) VALUE 50.

      *    ultima conta procurada no cadastro: as linhas de uma conta
      *    vem juntas nos dois arquivos de extrato, e o documento so
      *    e lido de novo quando a conta muda
       01  WS-ID-ULT       PIC X(09) VALUE SPACES.

       01  WS-TOTAIS.
           03 WS-TOT-BENEF             PIC 9(09).
           03 WS-TOT-CONTAS            PIC 9(09).
           03 WS-TOT-REND              PIC 9(13)V99.
           03 WS-TOT-IR                PIC 9(13)V99.
           03 WS-TOT-QTD-NAO-IDENT     PIC 9(09).
           03 WS-TOT-REND-NAO-IDENT    PIC 9(13)V99.
           03 WS-TOT-IR-NAO-IDENT      PIC 9(13)V99.

       01  CAB-TITULO.
           03 FILLER       PIC X(18) VALUE SPACES.
           03 FILLER       PIC X(34)
               VALUE "INFORME DE RENDIMENTOS - ANO-BASE".
           03 CAB-ANO      PIC 9(04).
           03 FILLER       PIC X(24) VALUE SPACES.

       01  CAB-DATA.
           03 FILLER       PIC X(11) VALUE "EMITIDO EM ".
           03 CAB-DATA-EMISSAO PIC 9(08).
           03 FILLER       PIC X(08) VALUE "  BANCO ".
           03 CAB-BANCO    PIC X(03).
           03 FILLER       PIC X(38) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE " PAGINA ".
           03 CAB-PAGINA   PIC ZZZ9.

       01  CAB-BENEF.
           03 FILLER       PIC X(14) VALUE "BENEFICIARIO: ".
           03 CAB-NOME     PIC X(20).
           03 FILLER       PIC X(14) VALUE "  DOCUMENTO:  ".
           03 CAB-DOC      PIC 9(14).
           03 FILLER       PIC X(18) VALUE SPACES.

       01  CAB-COLUNAS.
           03 FILLER       PIC X(05) VALUE "AG.  ".
           03 FILLER       PIC X(08) VALUE "CONTA   ".
           03 FILLER       PIC X(20) VALUE "    RENDIMENTO BRUTO".
           03 FILLER       PIC X(20) VALUE "      IMPOSTO RETIDO".
           03 FILLER       PIC X(20) VALUE "  RENDIMENTO LIQUIDO".
           03 FILLER       PIC X(07) VALUE SPACES.

       01  LIN-CONTA.
           03 LIN-CT-AGENCIA PIC 9(03).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-CT-CONTA PIC 9(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 LIN-CT-REND  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 LIN-CT-IR    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 LIN-CT-LIQ   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(07) VALUE SPACES.

       01  LIN-TOTAL-DOC.
           03 FILLER       PIC X(13) VALUE "TOTAL".
           03 FILLER       PIC X(03) VALUE SPACES.
           03 LIN-TD-REND  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 LIN-TD-IR    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 LIN-TD-LIQ   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(07) VALUE SPACES.

       01  CAB-NAO-IDENT.
           03 FILLER       PIC X(40)
               VALUE "RENDIMENTOS DE CONTAS SEM DOCUMENTO".
           03 FILLER       PIC X(40) VALUE SPACES.

       01  CAB-COL-NAO-IDENT.
           03 FILLER       PIC X(05) VALUE "AG.  ".
           03 FILLER       PIC X(08) VALUE "CONTA   ".
           03 FILLER       PIC X(22) VALUE "NOME".
           03 FILLER       PIC X(20) VALUE "    RENDIMENTO BRUTO".
           03 FILLER       PIC X(20) VALUE "      IMPOSTO RETIDO".
           03 FILLER       PIC X(05) VALUE SPACES.

       01  LIN-NAO-IDENT.
           03 LIN-NI-AGENCIA PIC 9(03).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-NI-CONTA PIC 9(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-NI-NOME  PIC X(20).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 LIN-NI-REND  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 LIN-NI-IR    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(05) VALUE SPACES.

       01  LIN-RESUMO.
           03 LIN-RES-TEXTO PIC X(40).
           03 LIN-RES-QTD  PIC ZZZ,ZZZ,ZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-RES-VALOR PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(08) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM PEDE-PARAMETROS.
           PERFORM ABRE-ARQ.
           MOVE ZEROS TO WS-TOTAIS
           PERFORM GRAVA-CABECALHO-IRF.
           SORT SORT-INF ON ASCENDING KEY DOC-SRT AGENCIA-SRT
                   CONTA-SRT
               INPUT PROCEDURE IS SELECIONA-LANCAMENTOS
               OUTPUT PROCEDURE IS MONTA-INFORMES.
           PERFORM GRAVA-TRAILER-IRF.
           PERFORM IMPRIME-RESUMO.
           PERFORM FINALIZA.
           STOP RUN.

      *    o ano-base e sempre um ano ja comecado; o informe do ano
      *    corrente sai parcial, util so para conferencia
       PEDE-PARAMETROS.
           DIVIDE WS-DATA-HOJE BY 10000 GIVING WS-ANO-HOJE
               REMAINDER WS-RESTO
           DISPLAY 'ANO-BASE (AAAA): ' WITH NO ADVANCING
           ACCEPT WS-ANO-BASE.
           IF WS-ANO-BASE IS NOT NUMERIC OR WS-ANO-BASE < 1900
                   OR WS-ANO-BASE > WS-ANO-HOJE
               DISPLAY 'ANO-BASE INVALIDO'
               STOP RUN.
           IF WS-ANO-BASE = WS-ANO-HOJE
               DISPLAY 'AVISO: ANO-BASE EM CURSO, INFORME PARCIAL'
           END-IF.

       ABRE-ARQ.
           OPEN INPUT ARQCLI
           IF ST-CLI NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ARQCLIE.DAT ' ST-CLI
               STOP RUN.

      *    sem CLIMEST.DAT o nome sai da primeira conta do documento
           OPEN INPUT ARQCDM
           IF ST-CDM EQUAL '35'
               MOVE ZERO TO WS-TEM-CDM
           ELSE
               IF ST-CDM NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR CLIMEST.DAT ' ST-CDM
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT ARQEXT
           IF ST-EXT NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR EXTRATO.DAT ' ST-EXT
               STOP RUN.

      *    o arquivo morto so existe depois da primeira faxina
           OPEN INPUT ARQARQV
           IF ST-ARQV EQUAL '35'
               MOVE ZERO TO WS-TEM-ARQV
           ELSE
               IF ST-ARQV NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR EXTARQV.DAT ' ST-ARQV
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT ARQIRF
           IF ST-IRF NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR INFREND.DAT ' ST-IRF
               STOP RUN.

           OPEN OUTPUT ARQREL
           IF ST-REL NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR INFORME.REL ' ST-REL
               STOP RUN.

       GRAVA-CABECALHO-IRF.
           MOVE SPACES TO REG-IRF
           MOVE "H" TO TIPO-REG-IRF
           MOVE WS-ANO-BASE TO ANO-CAB-IRF
           MOVE WS-BANCO TO BANCO-IRF
           MOVE WS-DATA-HOJE TO DATA-GER-IRF
           WRITE REG-IRF.

       GRAVA-TRAILER-IRF.
           MOVE SPACES TO REG-IRF
           MOVE "T" TO TIPO-REG-IRF
           MOVE WS-TOT-BENEF TO QTD-IRF
           MOVE WS-TOT-REND TO TOT-REND-IRF
           MOVE WS-TOT-IR TO TOT-IR-IRF
           WRITE REG-IRF.

      ******************************************************************
      *    selecao: as linhas do ano-base dos dois arquivos de extrato
      ******************************************************************
       SELECIONA-LANCAMENTOS.
           IF WS-TEM-ARQV = 1
               PERFORM SELECIONA-ARQUIVO-LE UNTIL FIM-ARQV = 1
           END-IF
           PERFORM SELECIONA-EXTRATO-LE UNTIL FIM-EXT = 1.

       SELECIONA-ARQUIVO-LE.
           READ ARQARQV
               AT END
                   MOVE 1 TO FIM-ARQV
               NOT AT END
                   MOVE REG-ARQV TO REG-EXTRATO
                   PERFORM AVALIA-LINHA
           END-READ.

       SELECIONA-EXTRATO-LE.
           READ ARQEXT NEXT RECORD
               AT END
                   MOVE 1 TO FIM-EXT
               NOT AT END
                   PERFORM AVALIA-LINHA
           END-READ.

      *    juros creditados (05) e imposto retido (13); os juros pro
      *    rata do encerramento entram como os mensais
       AVALIA-LINHA.
           ADD 1 TO WS-QTD-LIDOS
           DIVIDE DATA-EXTRATO BY 10000 GIVING WS-ANO-LINHA
               REMAINDER WS-RESTO
           IF WS-ANO-LINHA = WS-ANO-BASE
                   AND (TIPO-EXTRATO = 05 OR TIPO-EXTRATO = 13)
               PERFORM LIBERA-LANCAMENTO
           END-IF.

       LIBERA-LANCAMENTO.
           IF ID-EXTRATO NOT = WS-ID-ULT
               PERFORM LOCALIZA-TITULAR
           END-IF
           ADD 1 TO WS-QTD-SELEC
           MOVE WS-DOC-ULT TO DOC-SRT
           MOVE AGENCIA-EXT TO AGENCIA-SRT
           MOVE CONTA-EXT TO CONTA-SRT
           MOVE WS-NOME-ULT TO NOME-SRT
           MOVE TIPO-EXTRATO TO TIPO-SRT
           MOVE VALOR-EXTRATO TO VALOR-SRT
           RELEASE REG-SRT.

      *    conta encerrada continua no cadastro com o documento; uma
      *    conta que nao se acha vai para a lista sem documento
       LOCALIZA-TITULAR.
           MOVE ID-EXTRATO TO WS-ID-ULT
           MOVE AGENCIA-EXT TO AGENCIA
           MOVE CONTA-EXT TO CONTA
           READ ARQCLI KEY IS ID-CLI
               INVALID KEY
                   MOVE ZEROS TO WS-DOC-ULT
                   MOVE SPACES TO WS-NOME-ULT
                   ADD 1 TO WS-QTD-SEM-CAD
               NOT INVALID KEY
                   MOVE DOC-CLI TO WS-DOC-ULT
                   MOVE NOME-CLI TO WS-NOME-ULT
           END-READ.

      ******************************************************************
      *    montagem: quebra por documento e, dentro dele, por conta
      ******************************************************************
       MONTA-INFORMES.
           PERFORM MONTA-INFORMES-LE UNTIL FIM-SRT = 1.
           IF WS-TEM-CONTA = 1
               PERFORM FECHA-CONTA
           END-IF
           IF WS-TEM-GRUPO = 1
               PERFORM FECHA-DOCUMENTO
           END-IF.

       MONTA-INFORMES-LE.
           RETURN SORT-INF
               AT END
                   MOVE 1 TO FIM-SRT
               NOT AT END
                   PERFORM ACUMULA-LANCAMENTO
           END-RETURN.

       ACUMULA-LANCAMENTO.
           IF WS-TEM-CONTA = 1
                   AND (DOC-SRT NOT = WS-DOC-ATUAL
                   OR AGENCIA-SRT NOT = WS-AG-ATUAL
                   OR CONTA-SRT NOT = WS-CT-ATUAL)
               PERFORM FECHA-CONTA
           END-IF
           IF WS-TEM-GRUPO = 1 AND DOC-SRT NOT = WS-DOC-ATUAL
               PERFORM FECHA-DOCUMENTO
           END-IF
           IF WS-TEM-GRUPO = 0
               PERFORM ABRE-DOCUMENTO
           END-IF
           IF WS-TEM-CONTA = 0
               PERFORM ABRE-CONTA
           END-IF
           IF TIPO-SRT = 05
               ADD VALOR-SRT TO WS-REND-CONTA
           ELSE
               SUBTRACT VALOR-SRT FROM WS-IR-CONTA
           END-IF.

      *    cada beneficiario comeca o seu informe em pagina nova; o
      *    documento zerado abre a lista das contas sem documento
       ABRE-DOCUMENTO.
           MOVE 1 TO WS-TEM-GRUPO
           MOVE DOC-SRT TO WS-DOC-ATUAL
           MOVE NOME-SRT TO WS-NOME-ATUAL
           MOVE ZERO TO WS-QTD-CONTAS-DOC
           MOVE ZERO TO WS-REND-DOC
           MOVE ZERO TO WS-IR-DOC
           IF DOC-SRT = ZERO
               PERFORM IMPRIME-CABECALHO
               WRITE LINHA-REL FROM CAB-NAO-IDENT
               WRITE LINHA-REL FROM CAB-COL-NAO-IDENT
               ADD 2 TO WS-LINHA-PAG
           ELSE
               IF WS-TEM-CDM = 1
                   MOVE DOC-SRT TO DOC-CDM
                   READ ARQCDM KEY IS DOC-CDM
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE NOME-CDM TO WS-NOME-ATUAL
                   END-READ
               END-IF
               PERFORM IMPRIME-CABECALHO
               PERFORM IMPRIME-BENEFICIARIO
           END-IF.

       ABRE-CONTA.
           MOVE 1 TO WS-TEM-CONTA
           MOVE AGENCIA-SRT TO WS-AG-ATUAL
           MOVE CONTA-SRT TO WS-CT-ATUAL
           MOVE NOME-SRT TO WS-NOME-CONTA
           MOVE ZERO TO WS-REND-CONTA
           MOVE ZERO TO WS-IR-CONTA.

       FECHA-CONTA.
           IF WS-DOC-ATUAL = ZERO
               PERFORM LISTA-NAO-IDENTIFICADA
           ELSE
               PERFORM IMPRIME-CONTA
           END-IF
           MOVE ZERO TO WS-TEM-CONTA.

       IMPRIME-CONTA.
           IF WS-LINHA-PAG + 1 > WS-LIN-POR-PAG
               PERFORM IMPRIME-CABECALHO
               PERFORM IMPRIME-BENEFICIARIO
           END-IF
           MOVE WS-AG-ATUAL TO LIN-CT-AGENCIA
           MOVE WS-CT-ATUAL TO LIN-CT-CONTA
           MOVE WS-REND-CONTA TO LIN-CT-REND
           MOVE WS-IR-CONTA TO LIN-CT-IR
           COMPUTE LIN-CT-LIQ = WS-REND-CONTA - WS-IR-CONTA
           WRITE LINHA-REL FROM LIN-CONTA
           ADD 1 TO WS-LINHA-PAG
           ADD 1 TO WS-QTD-CONTAS-DOC
           ADD WS-REND-CONTA TO WS-REND-DOC
           ADD WS-IR-CONTA TO WS-IR-DOC.

       LISTA-NAO-IDENTIFICADA.
           IF WS-LINHA-PAG + 1 > WS-LIN-POR-PAG
               PERFORM IMPRIME-CABECALHO
               WRITE LINHA-REL FROM CAB-COL-NAO-IDENT
               ADD 1 TO WS-LINHA-PAG
           END-IF
           MOVE WS-AG-ATUAL TO LIN-NI-AGENCIA
           MOVE WS-CT-ATUAL TO LIN-NI-CONTA
           MOVE WS-NOME-CONTA TO LIN-NI-NOME
           MOVE WS-REND-CONTA TO LIN-NI-REND
           MOVE WS-IR-CONTA TO LIN-NI-IR
           WRITE LINHA-REL FROM LIN-NAO-IDENT
           ADD 1 TO WS-LINHA-PAG
           ADD 1 TO WS-TOT-QTD-NAO-IDENT
           ADD WS-REND-CONTA TO WS-TOT-REND-NAO-IDENT
           ADD WS-IR-CONTA TO WS-TOT-IR-NAO-IDENT.

      *    o total do informe e o detalhe da declaracao somam todas
      *    as contas do documento
       FECHA-DOCUMENTO.
           IF WS-DOC-ATUAL NOT = ZERO
               IF WS-LINHA-PAG + 2 > WS-LIN-POR-PAG
                   PERFORM IMPRIME-CABECALHO
                   PERFORM IMPRIME-BENEFICIARIO
               END-IF
               MOVE SPACES TO LINHA-REL
               WRITE LINHA-REL
               MOVE WS-REND-DOC TO LIN-TD-REND
               MOVE WS-IR-DOC TO LIN-TD-IR
               COMPUTE LIN-TD-LIQ = WS-REND-DOC - WS-IR-DOC
               WRITE LINHA-REL FROM LIN-TOTAL-DOC
               ADD 2 TO WS-LINHA-PAG
               PERFORM GRAVA-DETALHE-IRF
           END-IF
           MOVE ZERO TO WS-TEM-GRUPO.

       GRAVA-DETALHE-IRF.
           MOVE SPACES TO REG-IRF
           MOVE "D" TO TIPO-REG-IRF
           MOVE WS-DOC-ATUAL TO DOC-IRF
           MOVE WS-NOME-ATUAL TO NOME-IRF
           MOVE WS-ANO-BASE TO ANO-BASE-IRF
           MOVE WS-QTD-CONTAS-DOC TO QTD-CONTAS-IRF
           MOVE WS-REND-DOC TO RENDIMENTO-IRF
           MOVE WS-IR-DOC TO IR-RETIDO-IRF
           WRITE REG-IRF
           ADD 1 TO WS-TOT-BENEF
           ADD WS-QTD-CONTAS-DOC TO WS-TOT-CONTAS
           ADD WS-REND-DOC TO WS-TOT-REND
           ADD WS-IR-DOC TO WS-TOT-IR.

       IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-ANO-BASE TO CAB-ANO
           MOVE WS-DATA-HOJE TO CAB-DATA-EMISSAO
           MOVE WS-BANCO TO CAB-BANCO
           MOVE WS-PAGINA TO CAB-PAGINA
           WRITE LINHA-REL FROM CAB-TITULO
           WRITE LINHA-REL FROM CAB-DATA
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZERO TO WS-LINHA-PAG.

       IMPRIME-BENEFICIARIO.
           MOVE WS-NOME-ATUAL TO CAB-NOME
           MOVE WS-DOC-ATUAL TO CAB-DOC
           WRITE LINHA-REL FROM CAB-BENEF
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM CAB-COLUNAS
           ADD 3 TO WS-LINHA-PAG.

       IMPRIME-RESUMO.
           PERFORM IMPRIME-CABECALHO
           MOVE "RESUMO DO ANO-BASE" TO LINHA-REL
           WRITE LINHA-REL
           MOVE "BENEFICIARIOS DECLARADOS" TO LIN-RES-TEXTO
           MOVE WS-TOT-BENEF TO LIN-RES-QTD
           MOVE WS-TOT-REND TO LIN-RES-VALOR
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "  CONTAS DOS BENEFICIARIOS" TO LIN-RES-TEXTO
           MOVE WS-TOT-CONTAS TO LIN-RES-QTD
           MOVE WS-TOT-REND TO LIN-RES-VALOR
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "  IMPOSTO RETIDO DECLARADO" TO LIN-RES-TEXTO
           MOVE WS-TOT-BENEF TO LIN-RES-QTD
           MOVE WS-TOT-IR TO LIN-RES-VALOR
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "CONTAS SEM DOCUMENTO" TO LIN-RES-TEXTO
           MOVE WS-TOT-QTD-NAO-IDENT TO LIN-RES-QTD
           MOVE WS-TOT-REND-NAO-IDENT TO LIN-RES-VALOR
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "  IMPOSTO RETIDO SEM DOCUMENTO" TO LIN-RES-TEXTO
           MOVE WS-TOT-QTD-NAO-IDENT TO LIN-RES-QTD
           MOVE WS-TOT-IR-NAO-IDENT TO LIN-RES-VALOR
           WRITE LINHA-REL FROM LIN-RESUMO.

       FINALIZA.
           DISPLAY 'LINHAS DE EXTRATO LIDAS........: ' WS-QTD-LIDOS
           DISPLAY 'LANCAMENTOS DO ANO-BASE........: ' WS-QTD-SELEC
           DISPLAY 'BENEFICIARIOS DECLARADOS.......: ' WS-TOT-BENEF
           DISPLAY 'RENDIMENTO BRUTO DECLARADO.....: ' WS-TOT-REND
           DISPLAY 'IMPOSTO RETIDO DECLARADO.......: ' WS-TOT-IR
           DISPLAY 'CONTAS SEM DOCUMENTO...........: '
               WS-TOT-QTD-NAO-IDENT ' IMPOSTO ' WS-TOT-IR-NAO-IDENT
           IF WS-QTD-SEM-CAD > ZERO
               DISPLAY 'AVISO: ' WS-QTD-SEM-CAD
                   ' CONTA(S) DO EXTRATO FORA DE ARQCLIE.DAT'
           END-IF
           IF WS-TEM-CDM = ZERO
               DISPLAY 'AVISO: CLIMEST.DAT AUSENTE, NOMES TIRADOS DAS'
                   ' CONTAS'
           END-IF
           CLOSE ARQCLI.
           IF WS-TEM-CDM = 1
               CLOSE ARQCDM
           END-IF
           CLOSE ARQEXT.
           IF WS-TEM-ARQV = 1
               CLOSE ARQARQV
           END-IF
           CLOSE ARQIRF.
           CLOSE ARQREL.
