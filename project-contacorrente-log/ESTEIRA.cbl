      ******************************************************************
      * Author:
      * Date:
      * Purpose: esteira noturna: executa em ordem os passos definidos
      *          em ESTEIRA.DAT para a data de processamento
      *          informada, respeitando o calendario de cada passo
      *          (todo dia, fim do mes, fim do ano) e os
      *          pre-requisitos, e para no primeiro passo que falhar.
      *          O programa que registra a execucao em CTRLRUN.DAT so
      *          conta como concluido com o registro concluido; os
      *          demais pelo codigo de retorno do comando. Cada passo
      *          tratado vai para o log ESTLOG.DAT com o run id e o
      *          resultado; resubmetida na mesma data, a esteira pula
      *          os passos ja concluidos e recomeca do que falhou.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTEIRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPAS ASSIGN TO "ESTEIRA.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-PAS.

           SELECT ARQESL ASSIGN TO "ESTLOG.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-ESL.

           SELECT ARQRUN ASSIGN TO "CTRLRUN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQPAS.
           COPY CPPAS.

       FD  ARQESL.
           COPY CPESL.

       FD  ARQRUN.
           COPY CPRUN.
       WORKING-STORAGE SECTION.
       77  ST-RUN          PIC X(02).
       77  FIM-RUN         PIC 9(01) VALUE ZERO.
       77  ST-PAS          PIC X(02).
       77  FIM-PAS         PIC 9(01) VALUE ZERO.
       77  ST-ESL          PIC X(02).
       77  FIM-ESL         PIC 9(01) VALUE ZERO.
       77  WS-DATA-HOJE    PIC 9(08).
       77  WS-HORA-AGORA   PIC 9(06).
       77  WS-FIM-MES      PIC 9(01) VALUE ZERO.
       77  WS-FIM-ANO      PIC 9(01) VALUE ZERO.
       77  WS-NO-CALENDARIO PIC 9(01) VALUE ZERO.
       77  WS-FALHOU       PIC 9(01) VALUE ZERO.
       77  WS-PASSO-FALHA  PIC 9(03) VALUE ZERO.
       77  WS-PRE-PENDENTE PIC 9(03) VALUE ZERO.
       77  WS-PASSO-BUSCA  PIC 9(03).
       77  WS-ULT-PASSO    PIC 9(03) VALUE ZERO.
       77  WS-RUN-ANTES    PIC 9(09) VALUE ZERO.
       77  WS-RUN-PASSO    PIC 9(09) VALUE ZERO.
       77  WS-SIT-RUN-PASSO PIC X(01).
       77  WS-RETORNO      PIC S9(09) VALUE ZERO.
       77  WS-COMANDO      PIC X(100).
       77  WS-QTD-EXECUTADOS PIC 9(04) VALUE ZERO.
       77  WS-QTD-JA-CONCLUIDOS PIC 9(04) VALUE ZERO.
       77  WS-QTD-FORA-CALEND PIC 9(04) VALUE ZERO.
       77  WS-DIAS-MES     PIC 9(02).
       77  WS-RESTO        PIC 9(04).
       77  WS-QUOCIENTE    PIC 9(04).

       01  WS-DATA-PROC    PIC 9(08).
       01  WS-DATA-PROC-X REDEFINES WS-DATA-PROC PIC X(08).
       01  WS-ANO          PIC 9(04).
       01  WS-MES          PIC 9(02).
       01  WS-DIA          PIC 9(02).

      *    passos de ESTEIRA.DAT, na ordem do arquivo, com a situacao
      *    de cada um nesta data: branco a executar, C concluido
      *    agora, J concluido numa submissao anterior, N fora do
      *    calendario, F falhou
       01  WS-QTD-PASSOS       PIC 9(02) VALUE ZERO.
       01  WS-IDX-PAS          PIC 9(02) VALUE ZERO.
       01  WS-IDX-BUSCA        PIC 9(02) VALUE ZERO.
       01  WS-IDX-ACHADO       PIC 9(02) VALUE ZERO.
       01  WS-IDX-PRE          PIC 9(01) VALUE ZERO.
       01  WS-TABELA-PASSOS.
           03 WS-PAS-LINHA OCCURS 50 TIMES.
               05 WS-PAS-NUM       PIC 9(03).
               05 WS-PAS-PROGRAMA  PIC X(10).
               05 WS-PAS-PERIODO   PIC X(01).
               05 WS-PAS-CTRLRUN   PIC X(01).
               05 WS-PAS-PRE-REQS.
                   07 WS-PAS-PRE-REQ OCCURS 5 TIMES PIC 9(03).
               05 WS-PAS-COMANDO   PIC X(100).
               05 WS-PAS-SITUACAO  PIC X(01).
               05 WS-PAS-RUN-ID    PIC 9(09).
       PROCEDURE DIVISION.
      *    a data e a definicao sao conferidas antes de qualquer passo:
      *    um erro aqui aborta sem nada executado
       INICIO.
           PERFORM PEDE-PARAMETROS.
           PERFORM VERIFICA-RUN.
           PERFORM CARREGA-ESTEIRA.
           PERFORM LE-LOG-ANTERIOR.
           PERFORM ABRE-LOG.
           DISPLAY 'ESTEIRA NOTURNA - DATA ' WS-DATA-PROC
               ' FIM DE MES ' WS-FIM-MES ' FIM DE ANO ' WS-FIM-ANO
           PERFORM EXECUTA-PASSO
               VARYING WS-IDX-PAS FROM 1 BY 1
               UNTIL WS-IDX-PAS > WS-QTD-PASSOS OR WS-FALHOU = 1.
           PERFORM FINALIZA.
           STOP RUN.

       PEDE-PARAMETROS.
           DISPLAY 'DATA DE PROCESSAMENTO (AAAAMMDD): '
               WITH NO ADVANCING
           ACCEPT WS-DATA-PROC.
           PERFORM VALIDA-DATA-PROC.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
      *    fim de mes e o ultimo dia corrido do mes da data de
      *    processamento; fim de ano, o de dezembro
           IF WS-DIA = WS-DIAS-MES
               MOVE 1 TO WS-FIM-MES
               IF WS-MES = 12
                   MOVE 1 TO WS-FIM-ANO
               END-IF
           END-IF.

      *    data de calendario de verdade, mesma critica do COBRADEV
       VALIDA-DATA-PROC.
           DIVIDE WS-DATA-PROC BY 10000 GIVING WS-ANO
               REMAINDER WS-RESTO
           DIVIDE WS-RESTO BY 100 GIVING WS-MES
               REMAINDER WS-DIA
           IF WS-MES < 01 OR WS-MES > 12
               DISPLAY 'DATA DE PROCESSAMENTO INVALIDA'
               STOP RUN
           END-IF
           PERFORM CALCULA-DIAS-MES
           IF WS-DIA < 01 OR WS-DIA > WS-DIAS-MES
               DISPLAY 'DATA DE PROCESSAMENTO INVALIDA'
               STOP RUN.

       CALCULA-DIAS-MES.
           IF WS-MES = 02
               PERFORM VERIFICA-BISSEXTO
           ELSE
               IF WS-MES = 04 OR WS-MES = 06
                       OR WS-MES = 09 OR WS-MES = 11
                   MOVE 30 TO WS-DIAS-MES
               ELSE
                   MOVE 31 TO WS-DIAS-MES
               END-IF
           END-IF.

       VERIFICA-BISSEXTO.
           MOVE 28 TO WS-DIAS-MES
           DIVIDE WS-ANO BY 4 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO
           IF WS-RESTO = ZERO
               MOVE 29 TO WS-DIAS-MES
               DIVIDE WS-ANO BY 100 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
               IF WS-RESTO = ZERO
                   MOVE 28 TO WS-DIAS-MES
                   DIVIDE WS-ANO BY 400 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO
                   IF WS-RESTO = ZERO
                       MOVE 29 TO WS-DIAS-MES
                   END-IF
               END-IF
           END-IF.

      *    a esteira nao parte com execucao marcada em andamento em
      *    CTRLRUN.DAT (uma queda anterior se resolve pelo LIBERARUN
      *    antes da resubmissao). A esteira em si nao se registra:
      *    cada passo se registra e recusaria partir por cima dela
       VERIFICA-RUN.
           OPEN INPUT ARQRUN
           IF ST-RUN EQUAL '35'
               CONTINUE
           ELSE
               IF ST-RUN NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR CTRLRUN.DAT ' ST-RUN
                   STOP RUN
               END-IF
               PERFORM VERIFICA-RUN-LE UNTIL FIM-RUN = 1
               CLOSE ARQRUN
           END-IF.

       VERIFICA-RUN-LE.
           READ ARQRUN
               AT END
                   MOVE 1 TO FIM-RUN
               NOT AT END
                   IF RUN-EM-EXECUCAO
                       DISPLAY 'EXECUCAO EM ANDAMENTO (RUN ' RUN-ID
                           ' PROGRAMA ' PROGRAMA-RUN
                           '), NAO VOU PARTIR'
                       CLOSE ARQRUN
                       STOP RUN
                   END-IF
           END-READ.

      *    a definicao inteira vai para a tabela e e criticada antes
      *    do primeiro passo: numeros de passo crescentes, programa
      *    informado, calendario valido e pre-requisitos que sejam
      *    passos anteriores da propria esteira
       CARREGA-ESTEIRA.
           OPEN INPUT ARQPAS
           IF ST-PAS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ESTEIRA.DAT ' ST-PAS
               STOP RUN.
           PERFORM CARREGA-PASSO UNTIL FIM-PAS = 1.
           CLOSE ARQPAS.
           IF WS-QTD-PASSOS = ZERO
               DISPLAY 'ESTEIRA.DAT VAZIO'
               STOP RUN.

       CARREGA-PASSO.
           READ ARQPAS
               AT END
                   MOVE 1 TO FIM-PAS
               NOT AT END
                   PERFORM GUARDA-PASSO
           END-READ.

       GUARDA-PASSO.
           IF WS-QTD-PASSOS = 50
               DISPLAY 'ESTEIRA.DAT COM MAIS DE 50 PASSOS'
               STOP RUN
           END-IF
           IF PASSO-PAS IS NOT NUMERIC OR PASSO-PAS NOT > WS-ULT-PASSO
               DISPLAY 'PASSO ' PASSO-PAS ' FORA DE ORDEM EM'
                   ' ESTEIRA.DAT'
               STOP RUN
           END-IF
           IF PROGRAMA-PAS = SPACES
               DISPLAY 'PASSO ' PASSO-PAS ' SEM PROGRAMA'
               STOP RUN
           END-IF
           IF NOT PAS-DIARIO AND NOT PAS-FIM-MES AND NOT PAS-FIM-ANO
               DISPLAY 'PASSO ' PASSO-PAS ' COM CALENDARIO INVALIDO'
               STOP RUN
           END-IF
           IF PRE-REQS-PAS IS NOT NUMERIC
               DISPLAY 'PASSO ' PASSO-PAS ' COM PRE-REQUISITO INVALIDO'
               STOP RUN
           END-IF
           PERFORM CONFERE-PRE-REQ-DEF
               VARYING WS-IDX-PRE FROM 1 BY 1 UNTIL WS-IDX-PRE > 5
           ADD 1 TO WS-QTD-PASSOS
           MOVE PASSO-PAS TO WS-ULT-PASSO
           MOVE PASSO-PAS TO WS-PAS-NUM (WS-QTD-PASSOS)
           MOVE PROGRAMA-PAS TO WS-PAS-PROGRAMA (WS-QTD-PASSOS)
           MOVE PERIODO-PAS TO WS-PAS-PERIODO (WS-QTD-PASSOS)
           MOVE CTRLRUN-PAS TO WS-PAS-CTRLRUN (WS-QTD-PASSOS)
           MOVE PRE-REQS-PAS TO WS-PAS-PRE-REQS (WS-QTD-PASSOS)
           MOVE COMANDO-PAS TO WS-PAS-COMANDO (WS-QTD-PASSOS)
           MOVE SPACE TO WS-PAS-SITUACAO (WS-QTD-PASSOS)
           MOVE ZERO TO WS-PAS-RUN-ID (WS-QTD-PASSOS).

       CONFERE-PRE-REQ-DEF.
           IF PRE-REQ-PAS (WS-IDX-PRE) NOT = ZERO
               MOVE PRE-REQ-PAS (WS-IDX-PRE) TO WS-PASSO-BUSCA
               PERFORM LOCALIZA-PASSO
               IF WS-IDX-ACHADO = ZERO
                   DISPLAY 'PASSO ' PASSO-PAS ' DEPENDE DO PASSO '
                       WS-PASSO-BUSCA ', QUE NAO O ANTECEDE'
                   STOP RUN
               END-IF
           END-IF.

      *    indice em WS-IDX-ACHADO do passo WS-PASSO-BUSCA (zero se
      *    nao esta na tabela)
       LOCALIZA-PASSO.
           MOVE ZERO TO WS-IDX-ACHADO
           PERFORM COMPARA-PASSO
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-QTD-PASSOS
                   OR WS-IDX-ACHADO NOT = ZERO.

       COMPARA-PASSO.
           IF WS-PAS-NUM (WS-IDX-BUSCA) = WS-PASSO-BUSCA
               MOVE WS-IDX-BUSCA TO WS-IDX-ACHADO
           END-IF.

      *    o que ja foi concluido para esta data de processamento (em
      *    qualquer submissao anterior) nao roda de novo; sem o log,
      *    e a primeira submissao
       LE-LOG-ANTERIOR.
           OPEN INPUT ARQESL
           IF ST-ESL EQUAL '35'
               CONTINUE
           ELSE
               IF ST-ESL NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR ESTLOG.DAT ' ST-ESL
                   STOP RUN
               END-IF
               PERFORM LE-LOG-ANTERIOR-LE UNTIL FIM-ESL = 1
               CLOSE ARQESL
           END-IF.

       LE-LOG-ANTERIOR-LE.
           READ ARQESL
               AT END
                   MOVE 1 TO FIM-ESL
               NOT AT END
                   IF DATA-PROC-ESL = WS-DATA-PROC AND ESL-CONCLUIDO
                       MOVE PASSO-ESL TO WS-PASSO-BUSCA
                       PERFORM LOCALIZA-PASSO
                       IF WS-IDX-ACHADO NOT = ZERO
                           PERFORM MARCA-JA-CONCLUIDO
                       END-IF
                   END-IF
           END-READ.

       MARCA-JA-CONCLUIDO.
           IF WS-PAS-PROGRAMA (WS-IDX-ACHADO) = PROGRAMA-ESL
               MOVE "J" TO WS-PAS-SITUACAO (WS-IDX-ACHADO)
               MOVE RUN-ID-ESL TO WS-PAS-RUN-ID (WS-IDX-ACHADO)
           END-IF.

      *    o log e cumulativo entre execucoes; abre em EXTEND,
      *    criando o arquivo so na primeira execucao
       ABRE-LOG.
           OPEN EXTEND ARQESL
           IF ST-ESL EQUAL '35'
               OPEN OUTPUT ARQESL
               CLOSE ARQESL
               OPEN EXTEND ARQESL
           END-IF.
           IF ST-ESL NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ESTLOG.DAT ' ST-ESL
               STOP RUN.

       EXECUTA-PASSO.
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-DATA-PROC TO DATA-PROC-ESL
           MOVE WS-PAS-NUM (WS-IDX-PAS) TO PASSO-ESL
           MOVE WS-PAS-PROGRAMA (WS-IDX-PAS) TO PROGRAMA-ESL
           MOVE ZERO TO RUN-ID-ESL
           MOVE ZERO TO RETORNO-ESL
           MOVE WS-DATA-HOJE TO DATA-INI-ESL
           MOVE WS-HORA-AGORA TO HORA-INI-ESL
           MOVE WS-HORA-AGORA TO HORA-FIM-ESL
           MOVE SPACES TO MOTIVO-ESL
           PERFORM CONFERE-CALENDARIO
           IF WS-PAS-SITUACAO (WS-IDX-PAS) = "J"
               ADD 1 TO WS-QTD-JA-CONCLUIDOS
               MOVE "J" TO SITUACAO-ESL
               MOVE WS-PAS-RUN-ID (WS-IDX-PAS) TO RUN-ID-ESL
               MOVE "JA CONCLUIDO NESTA DATA" TO MOTIVO-ESL
           ELSE IF WS-NO-CALENDARIO = ZERO
               ADD 1 TO WS-QTD-FORA-CALEND
               MOVE "N" TO WS-PAS-SITUACAO (WS-IDX-PAS)
               MOVE "N" TO SITUACAO-ESL
               MOVE "FORA DO CALENDARIO" TO MOTIVO-ESL
           ELSE
               PERFORM CONFERE-PRE-REQUISITOS
               IF WS-PRE-PENDENTE NOT = ZERO
                   MOVE "P" TO SITUACAO-ESL
                   MOVE "PRE-REQUISITO NAO CONCLUIDO" TO MOTIVO-ESL
                   PERFORM MARCA-FALHA
               ELSE
                   PERFORM RODA-PASSO
               END-IF
           END-IF.
           PERFORM GRAVA-LOG.

       CONFERE-CALENDARIO.
           MOVE ZERO TO WS-NO-CALENDARIO
           IF WS-PAS-PERIODO (WS-IDX-PAS) = "D"
               MOVE 1 TO WS-NO-CALENDARIO
           ELSE IF WS-PAS-PERIODO (WS-IDX-PAS) = "M"
               MOVE WS-FIM-MES TO WS-NO-CALENDARIO
           ELSE
               MOVE WS-FIM-ANO TO WS-NO-CALENDARIO
           END-IF.

      *    pre-requisito atendido: concluido agora ou numa submissao
      *    anterior, ou fora do calendario do dia
       CONFERE-PRE-REQUISITOS.
           MOVE ZERO TO WS-PRE-PENDENTE
           PERFORM CONFERE-PRE-REQ
               VARYING WS-IDX-PRE FROM 1 BY 1
               UNTIL WS-IDX-PRE > 5 OR WS-PRE-PENDENTE NOT = ZERO.

       CONFERE-PRE-REQ.
           IF WS-PAS-PRE-REQ (WS-IDX-PAS, WS-IDX-PRE) NOT = ZERO
               MOVE WS-PAS-PRE-REQ (WS-IDX-PAS, WS-IDX-PRE)
                   TO WS-PASSO-BUSCA
               PERFORM LOCALIZA-PASSO
               IF WS-PAS-SITUACAO (WS-IDX-ACHADO) NOT = "C"
                       AND WS-PAS-SITUACAO (WS-IDX-ACHADO) NOT = "J"
                       AND WS-PAS-SITUACAO (WS-IDX-ACHADO) NOT = "N"
                   MOVE WS-PASSO-BUSCA TO WS-PRE-PENDENTE
               END-IF
           END-IF.

      *    executa o comando do passo e decide o resultado: retorno
      *    diferente de zero e falha; o programa que se registra em
      *    CTRLRUN.DAT tambem precisa ter deixado um registro novo,
      *    concluido, com o seu nome (a recusa por trava, o erro de
      *    abertura e o parametro invalido saem antes disso)
       RODA-PASSO.
           ADD 1 TO WS-QTD-EXECUTADOS
           PERFORM ULTIMO-RUN-ID
           MOVE WS-PAS-COMANDO (WS-IDX-PAS) TO WS-COMANDO
           IF WS-COMANDO = SPACES
               MOVE WS-PAS-PROGRAMA (WS-IDX-PAS) TO WS-COMANDO
           END-IF
           INSPECT WS-COMANDO REPLACING ALL "@DATAPRC"
               BY WS-DATA-PROC-X
           DISPLAY 'PASSO ' WS-PAS-NUM (WS-IDX-PAS) ' '
               WS-PAS-PROGRAMA (WS-IDX-PAS) ' INICIADO'
           MOVE ZERO TO RETURN-CODE
           CALL "SYSTEM" USING WS-COMANDO
           MOVE RETURN-CODE TO WS-RETORNO
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-HORA-AGORA TO HORA-FIM-ESL
           MOVE WS-RETORNO TO RETORNO-ESL
           MOVE ZERO TO WS-RUN-PASSO
           MOVE SPACE TO WS-SIT-RUN-PASSO
           IF WS-PAS-CTRLRUN (WS-IDX-PAS) = "S"
               PERFORM PROCURA-RUN-PASSO
               MOVE WS-RUN-PASSO TO RUN-ID-ESL
           END-IF
           IF WS-RETORNO NOT = ZERO
               MOVE "F" TO SITUACAO-ESL
               MOVE "RETORNO DO COMANDO NAO ZERO" TO MOTIVO-ESL
               PERFORM MARCA-FALHA
           ELSE IF WS-PAS-CTRLRUN (WS-IDX-PAS) = "S"
                   AND WS-RUN-PASSO = ZERO
               MOVE "F" TO SITUACAO-ESL
               MOVE "SEM REGISTRO EM CTRLRUN" TO MOTIVO-ESL
               PERFORM MARCA-FALHA
           ELSE IF WS-PAS-CTRLRUN (WS-IDX-PAS) = "S"
                   AND WS-SIT-RUN-PASSO NOT = "C"
               MOVE "F" TO SITUACAO-ESL
               MOVE "EXECUCAO NAO CONCLUIDA" TO MOTIVO-ESL
               PERFORM MARCA-FALHA
           ELSE
               MOVE "C" TO WS-PAS-SITUACAO (WS-IDX-PAS)
               MOVE "C" TO SITUACAO-ESL
           END-IF.

       MARCA-FALHA.
           MOVE "F" TO WS-PAS-SITUACAO (WS-IDX-PAS)
           MOVE 1 TO WS-FALHOU
           MOVE WS-PAS-NUM (WS-IDX-PAS) TO WS-PASSO-FALHA.

      *    ultimo run id de CTRLRUN.DAT antes do passo: o registro do
      *    passo e o que aparecer depois dele
       ULTIMO-RUN-ID.
           MOVE ZERO TO WS-RUN-ANTES
           MOVE ZERO TO FIM-RUN
           OPEN INPUT ARQRUN
           IF ST-RUN EQUAL '00'
               PERFORM ULTIMO-RUN-ID-LE UNTIL FIM-RUN = 1
               CLOSE ARQRUN
           END-IF.

       ULTIMO-RUN-ID-LE.
           READ ARQRUN
               AT END
                   MOVE 1 TO FIM-RUN
               NOT AT END
                   MOVE RUN-ID TO WS-RUN-ANTES
           END-READ.

       PROCURA-RUN-PASSO.
           MOVE ZERO TO FIM-RUN
           OPEN INPUT ARQRUN
           IF ST-RUN EQUAL '00'
               PERFORM PROCURA-RUN-PASSO-LE UNTIL FIM-RUN = 1
               CLOSE ARQRUN
           END-IF.

       PROCURA-RUN-PASSO-LE.
           READ ARQRUN
               AT END
                   MOVE 1 TO FIM-RUN
               NOT AT END
                   IF RUN-ID > WS-RUN-ANTES AND
                           PROGRAMA-RUN = WS-PAS-PROGRAMA (WS-IDX-PAS)
                       MOVE RUN-ID TO WS-RUN-PASSO
                       MOVE SITUACAO-RUN TO WS-SIT-RUN-PASSO
                   END-IF
           END-READ.

       GRAVA-LOG.
           WRITE REG-ESL
           DISPLAY 'PASSO ' PASSO-ESL ' ' PROGRAMA-ESL
               ' RUN ' RUN-ID-ESL ' SITUACAO ' SITUACAO-ESL
               ' ' MOTIVO-ESL.

      *    esteira interrompida sai com codigo de retorno 8, para o
      *    agendador nao seguir adiante
       FINALIZA.
           CLOSE ARQESL.
           DISPLAY 'PASSOS EXECUTADOS.....: ' WS-QTD-EXECUTADOS
           DISPLAY 'JA CONCLUIDOS ANTES...: ' WS-QTD-JA-CONCLUIDOS
           DISPLAY 'FORA DO CALENDARIO....: ' WS-QTD-FORA-CALEND
           IF WS-FALHOU = 1
               DISPLAY 'ESTEIRA INTERROMPIDA NO PASSO ' WS-PASSO-FALHA
                   '; CORRIJA E RESUBMETA NA MESMA DATA'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'ESTEIRA CONCLUIDA PARA ' WS-DATA-PROC
           END-IF.
