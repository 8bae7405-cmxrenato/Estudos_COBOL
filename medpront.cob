       IDENTIFICATION DIVISION.
       PROGRAM-ID. MedPront.
       AUTHOR. Renato.
       DATE-WRITTEN. 2026-10-15.

       *> Prontidão do noturno: primeiro step do job MEDIA2NM, antes
       *> que o Media2Num abra qualquer geração. Confere cada
       *> dependência da rodada e imprime em PRONREL a lista de
       *> verificação com OK, AVISO ou FALHA em cada item: cartão
       *> MEDIAPRM (o mesmo do STEP010), data de processamento
       *> contra a data do dia, competência no MEDIAPER, origens
       *> esperadas pelo calendário MEDIACAL com header no MEDIAIN
       *> para a data, taxas do MEDIATAX para a data (e detalhes em
       *> moeda sem taxa), abertura do MEDIACOA e do MEDIACTR,
       *> ocupação do MEDIAVSM e do MEDIALOT contra a capacidade do
       *> cartão e a última geração do MEDIAGL, que precisa estar no
       *> LIBERADO (o MedExcRl libera a geração (0); rodar a noite
       *> por cima dela tira o GL retido do alcance do job). Alguma
       *> FALHA termina com RC=8 (NO-GO: o JCL não deixa o STEP010
       *> rodar); só AVISOs, com RC=4 (GO). A rodada fica no
       *> MEDIARUN (modo "P", processados = itens OK, inválidos =
       *> falhas, exceções médias = avisos).
       *> 2026-10-15 Renato - abertura do cadastro de filiais
       *> MEDIAFIL verificada depois do MEDIACTR; sem ele o Media2Num
       *> não processa o lote.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MEDIAPRM-FILE ASSIGN TO "MEDIAPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRM.

           SELECT MEDIAPER-FILE ASSIGN TO "MEDIAPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-COMPETENCIA
               FILE STATUS IS WS-FS-PER.

           SELECT OPTIONAL MEDIACAL-FILE ASSIGN TO "MEDIACAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAL.

           SELECT MEDIAIN-FILE ASSIGN TO "MEDIAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IN.

           SELECT OPTIONAL MEDIATAX-FILE ASSIGN TO "MEDIATAX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAX.

           SELECT MEDIACOA-FILE ASSIGN TO "MEDIACOA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-CHAVE
               FILE STATUS IS WS-FS-COA.

           SELECT MEDIACTR-FILE ASSIGN TO "MEDIACTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTR-CHAVE
               FILE STATUS IS WS-FS-CTR.

           SELECT MEDIAFIL-FILE ASSIGN TO "MEDIAFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WS-FS-FIL.

           SELECT MEDIAVSM-FILE ASSIGN TO "MEDIAVSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSM-CHAVE
               ALTERNATE RECORD KEY IS VSM-ALT-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-VSM.

           SELECT MEDIALOT-FILE ASSIGN TO "MEDIALOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WS-FS-LOT.

           SELECT MEDIAGL-FILE ASSIGN TO "MEDIAGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GL.

           SELECT MEDIALIB-FILE ASSIGN TO "MEDIALIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIB.

           SELECT PRONREL-FILE ASSIGN TO "PRONREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

           SELECT MEDIARUN-FILE ASSIGN TO "MEDIARUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
       FD  MEDIAPRM-FILE.
       01  PRM-RECORD          PIC X(28).
       01  PRM-RECORD-RUN REDEFINES PRM-RECORD.
           05  PRM-MODO        PIC X(01).
           05  FILLER          PIC X(01).
           05  PRM-GL          PIC X(01).
           05  FILLER          PIC X(01).
           05  PRM-DATA        PIC X(08).
           05  FILLER          PIC X(01).
           05  PRM-OPCOES      PIC X(08).
           05  FILLER          PIC X(07).
       01  PRM-RECORD-LIM REDEFINES PRM-RECORD.
           05  PRM-LIM-ID      PIC X(01).
           05  FILLER          PIC X(01).
           05  PRM-LIM-VALOR   PIC X(09).
           05  FILLER          PIC X(01).
           05  PRM-LIM-SOMA    PIC X(09).
           05  FILLER          PIC X(01).
           05  PRM-LIM-FATOR   PIC X(02).
           05  FILLER          PIC X(01).
           05  PRM-LIM-TOLER   PIC X(03).

       FD  MEDIAPER-FILE.
       01  MEDIAPER-RECORD.
           05  PER-COMPETENCIA PIC 9(06).
           05  PER-SITUACAO    PIC X(01).
           05  PER-DT-SITUACAO PIC 9(08).
           05  PER-HORA-SITUACAO   PIC 9(06).
           05  PER-INICIAIS    PIC X(03).

       FD  MEDIACAL-FILE.
       01  CAL-RECORD.
           05  CAL-TIPO        PIC X(01).
           05  FILLER          PIC X(01).
           05  CAL-ORIGEM      PIC X(08).
           05  FILLER          PIC X(01).
           05  CAL-DETALHE     PIC X(08).
           05  CAL-DIAS REDEFINES CAL-DETALHE.
               10  CAL-DIA-FLAG    OCCURS 7 TIMES PIC X(01).
               10  FILLER          PIC X(01).
           05  CAL-DATA-FER REDEFINES CAL-DETALHE PIC 9(08).
           05  CAL-DATA-FER-TXT REDEFINES CAL-DETALHE PIC X(08).

       FD  MEDIAIN-FILE.
       01  MEDIAIN-RECORD      PIC X(190).

       FD  MEDIATAX-FILE.
       01  TAX-RECORD.
           05  TAX-DATA        PIC 9(08).
           05  TAX-DATA-TXT REDEFINES TAX-DATA PIC X(08).
           05  FILLER          PIC X(01).
           05  TAX-MOEDA       PIC X(03).
           05  FILLER          PIC X(01).
           05  TAX-CAMBIO      PIC 9(04)V9(06).
           05  TAX-CAMBIO-TXT REDEFINES TAX-CAMBIO PIC X(10).

       FD  MEDIACOA-FILE.
       01  COA-RECORD.
           05  COA-CHAVE.
               10  COA-EMPRESA     PIC X(04).
               10  COA-CONTA       PIC X(10).
               10  COA-CCUSTO      PIC X(06).
           05  COA-ATIVO       PIC X(01).
           05  COA-DT-VIGOR    PIC 9(08).
           05  COA-DESCRICAO   PIC X(20).

       FD  MEDIACTR-FILE.
       01  MEDIACTR-RECORD.
           05  CTR-CHAVE.
               10  CTR-EMPRESA     PIC X(04).
               10  CTR-CONTA       PIC X(10).
           05  CTR-CONTRA-CONTA    PIC X(10).
           05  CTR-CONTRA-CCUSTO   PIC X(06).
           05  CTR-ATIVO       PIC X(01).
           05  CTR-DESCRICAO   PIC X(20).

       FD  MEDIAFIL-FILE.
       01  MEDIAFIL-RECORD.
           05  FIL-CODIGO      PIC X(04).
           05  FIL-NOME        PIC X(30).
           05  FIL-REGIAO      PIC X(04).
           05  FIL-ATIVO       PIC X(01).
           05  FIL-ORIGEM      PIC X(08).

       FD  MEDIAVSM-FILE.
       01  MEDIAVSM-RECORD.
           05  VSM-CHAVE.
               10  VSM-DATA        PIC 9(08).
               10  VSM-REGISTRO    PIC 9(06).
               10  VSM-TIPO        PIC X(01).
               10  VSM-SEQ         PIC 9(02).
           05  VSM-DETALHE     PIC X(40).
           05  VSM-ALT-CHAVE.
               10  VSM-FILIAL      PIC X(04).
               10  VSM-EMPRESA     PIC X(04).
               10  VSM-CONTA       PIC X(10).
               10  VSM-CCUSTO      PIC X(06).
           05  VSM-LOTE-CHAVE.
               10  VSM-LOTE-ORIGEM PIC X(08).
               10  VSM-LOTE        PIC X(08).
               10  VSM-LOTE-DATA   PIC X(08).
           05  VSM-CONTRA-CONTA    PIC X(10).
           05  VSM-CONTRA-CCUSTO   PIC X(06).
           05  VSM-SITUACAO    PIC X(01).

       FD  MEDIALOT-FILE.
       01  MEDIALOT-RECORD.
           05  LOT-CHAVE.
               10  LOT-ORIGEM      PIC X(08).
               10  LOT-LOTE        PIC X(08).
               10  LOT-DATA        PIC 9(08).
           05  LOT-SITUACAO    PIC X(01).
           05  LOT-DT-PROC     PIC 9(08).
           05  LOT-HORA-PROC   PIC 9(06).
           05  LOT-REGS        PIC 9(06).

       FD  MEDIAGL-FILE.
       01  GLFEED-RUN.
           05  GLR-ID          PIC X(04).
           05  FILLER          PIC X(01).
           05  GLR-DATA        PIC 9(08).
           05  FILLER          PIC X(01).
           05  GLR-HORA        PIC 9(06).
           05  FILLER          PIC X(63).

       FD  MEDIALIB-FILE.
       01  LIBFEED-RUN.
           05  LIBR-ID         PIC X(04).
           05  FILLER          PIC X(01).
           05  LIBR-DATA       PIC 9(08).
           05  FILLER          PIC X(01).
           05  LIBR-HORA       PIC 9(06).
           05  FILLER          PIC X(63).

       FD  PRONREL-FILE.
       01  REL-RECORD          PIC X(80).

       FD  MEDIARUN-FILE.
       01  MEDIARUN-RECORD.
           05  RUN-PROGRAMA    PIC X(08).
           05  FILLER          PIC X(01).
           05  RUN-DATA-PROC   PIC 9(08).
           05  FILLER          PIC X(01).
           05  RUN-MODO        PIC X(01).
           05  FILLER          PIC X(01).
           05  RUN-HORA-INI    PIC 9(06).
           05  FILLER          PIC X(01).
           05  RUN-HORA-FIM    PIC 9(06).
           05  FILLER          PIC X(01).
           05  RUN-PROC        PIC 9(06).
           05  FILLER          PIC X(01).
           05  RUN-INVAL       PIC 9(06).
           05  FILLER          PIC X(01).
           05  RUN-EXC-A       PIC 9(04).
           05  FILLER          PIC X(01).
           05  RUN-EXC-M       PIC 9(04).
           05  FILLER          PIC X(01).
           05  RUN-RC          PIC 9(02).
           05  FILLER          PIC X(01).
           05  RUN-GL          PIC X(01).

       WORKING-STORAGE SECTION.
       77  WS-FS-PRM           PIC X(02).
       77  WS-FS-PER           PIC X(02).
       77  WS-FS-CAL           PIC X(02).
       77  WS-FS-IN            PIC X(02).
       77  WS-FS-TAX           PIC X(02).
       77  WS-FS-COA           PIC X(02).
       77  WS-FS-CTR           PIC X(02).
       77  WS-FS-FIL           PIC X(02).
       77  WS-FS-VSM           PIC X(02).
       77  WS-FS-LOT           PIC X(02).
       77  WS-FS-GL            PIC X(02).
       77  WS-FS-LIB           PIC X(02).
       77  WS-FS-REL           PIC X(02).
       77  WS-FS-RUN           PIC X(02).
       77  WS-EOF-FLAG         PIC X(01)    VALUE "N".
       77  WS-RUN-HORA-INI     PIC 9(06)    VALUE ZERO.
       77  WS-RUN-HORA         PIC 9(06).
       77  WS-DATA-HOJE        PIC 9(08).
       77  WS-MOEDA-CIA        PIC X(03)    VALUE "BRL".

      *> Cartões do SYSIN: capacidade em registros do MEDIAVSM e do
      *> MEDIALOT, percentuais de ocupação para AVISO e FALHA e a
      *> data do *HDR de um GL retido cuja liberação o supervisor
      *> dispensou (00000000 = nenhuma).
       77  WS-CAP-VSM-TXT      PIC X(08).
       77  WS-CAP-VSM          REDEFINES WS-CAP-VSM-TXT PIC 9(08).
       77  WS-CAP-LOT-TXT      PIC X(08).
       77  WS-CAP-LOT          REDEFINES WS-CAP-LOT-TXT PIC 9(08).
       01  WS-PCT-CARTAO.
           05  WS-PCT-AVISO-TXT    PIC X(02).
           05  WS-PCT-AVISO REDEFINES WS-PCT-AVISO-TXT PIC 9(02).
           05  FILLER              PIC X(01).
           05  WS-PCT-FALHA-TXT    PIC X(03).
           05  WS-PCT-FALHA REDEFINES WS-PCT-FALHA-TXT PIC 9(03).
       77  WS-DISPENSA-TXT     PIC X(08).
       77  WS-DISPENSA         REDEFINES WS-DISPENSA-TXT PIC 9(08).

       77  WS-PRM-OK           PIC X(01).
       77  WS-PRM-MODO         PIC X(01).
       77  WS-PRM-GL           PIC X(01).
       77  WS-PRM-DATA-TXT     PIC X(08).
       77  WS-PRM-DATA         REDEFINES WS-PRM-DATA-TXT PIC 9(08).
       01  WS-PRM-OPCOES.
           05  WS-PRM-REGRA-PER    PIC X(01).
           05  WS-PRM-OPCOES-RESTO PIC X(07).
       77  WS-LIM-ID           PIC X(01).
       77  WS-LIM-VALOR-TXT    PIC X(09).
       77  WS-LIM-VALOR        REDEFINES WS-LIM-VALOR-TXT PIC 9(09).
       77  WS-LIM-SOMA-TXT     PIC X(09).
       77  WS-LIM-SOMA         REDEFINES WS-LIM-SOMA-TXT PIC 9(09).
       77  WS-LIM-FATOR-TXT    PIC X(02).
       77  WS-LIM-FATOR        REDEFINES WS-LIM-FATOR-TXT PIC 9(02).
       77  WS-LIM-TOLER-TXT    PIC X(03).

       01  WS-DATA-PROC.
           05  WS-DATA-PROC-ANO    PIC 9(04).
           05  WS-DATA-PROC-MES    PIC 9(02).
           05  WS-DATA-PROC-DIA    PIC 9(02).
       01  WS-DATA-PROC-NUM REDEFINES WS-DATA-PROC PIC 9(08).
       77  WS-DATA-OK          PIC X(01)    VALUE "N".

       01  WS-PER-DATA.
           05  WS-PER-COMP.
               10  WS-PER-ANO      PIC 9(04).
               10  WS-PER-MES      PIC 9(02).
           05  WS-PER-DIA      PIC 9(02).
       01  WS-PER-COMP-NUM REDEFINES WS-PER-DATA.
           05  WS-PER-COMP-VAL PIC 9(06).
           05  FILLER          PIC 9(02).
       77  WS-PER-ACHOU        PIC X(01).
       77  WS-PER-ABERTA       PIC X(01).
       77  WS-PER-TENTATIVAS   PIC 9(02).
       77  WS-MAX-PER-ADIANTE  PIC 9(02)    VALUE 12.

       77  WS-MAX-ORIGENS      PIC 9(02)    VALUE 20.
       77  WS-CAL-ATIVO        PIC X(01)    VALUE "N".
       01  WS-CAL-TAB.
           05  WS-CAL-ENT      OCCURS 20 TIMES.
               10  WS-CAL-ORIGEM   PIC X(08).
               10  WS-CAL-DIA      OCCURS 7 TIMES PIC X(01).
               10  WS-CAL-VISTO    PIC X(01).
       77  WS-CAL-QTD          PIC 9(02)    VALUE ZERO.
       77  WS-CAL-IDX          PIC 9(02).
       77  WS-CAL-CHEIA-AVISO  PIC X(01)    VALUE "N".
       77  WS-MAX-FERIADOS     PIC 9(03)    VALUE 100.
       01  WS-FER-TAB.
           05  WS-FER-ENT      OCCURS 100 TIMES.
               10  WS-FER-ORIGEM   PIC X(08).
               10  WS-FER-DATA     PIC 9(08).
       77  WS-FER-QTD          PIC 9(03)    VALUE ZERO.
       77  WS-FER-IDX          PIC 9(03).
       77  WS-FER-ACHOU        PIC X(01).
       77  WS-ORIG-ESPERADAS   PIC 9(02)    VALUE ZERO.
       77  WS-ORIG-AUSENTES    PIC 9(02)    VALUE ZERO.
       77  WS-DIA-SEMANA       PIC 9(01).
       77  WS-IDX              PIC 9(02).

       01  WS-ZEL-DATA.
           05  WS-ZEL-DATA-ANO PIC 9(04).
           05  WS-ZEL-DATA-MES PIC 9(02).
           05  WS-ZEL-DATA-DIA PIC 9(02).
       01  WS-ZEL-DATA-NUM REDEFINES WS-ZEL-DATA PIC 9(08).
       77  WS-ZEL-ANO          PIC 9(04).
       77  WS-ZEL-MES          PIC 9(02).
       77  WS-ZEL-K            PIC 9(02).
       77  WS-ZEL-J            PIC 9(02).
       77  WS-ZEL-T1           PIC 9(04).
       77  WS-ZEL-T2           PIC 9(04).
       77  WS-ZEL-SOMA         PIC 9(04).

       77  WS-MAX-MOEDAS       PIC 9(02)    VALUE 20.
       77  WS-TAX-ATIVO        PIC X(01)    VALUE "N".
       01  WS-TAX-TAB.
           05  WS-TAX-MOEDA    OCCURS 20 TIMES PIC X(03).
       77  WS-TAX-QTD          PIC 9(02)    VALUE ZERO.
       77  WS-TAX-IDX          PIC 9(02).
       77  WS-TAX-ACHOU        PIC X(01).

       01  WS-REG-LOTE.
           05  MI-TIPO         PIC X(01).
           05  MI-FILIAL       PIC X(04).
           05  MI-EMPRESA      PIC X(04).
           05  MI-CONTA        PIC X(10).
           05  MI-CCUSTO       PIC X(06).
           05  MI-MOEDA        PIC X(03).
           05  FILLER          PIC X(162).
       01  WS-REG-LOTE-CAB REDEFINES WS-REG-LOTE.
           05  FILLER          PIC X(01).
           05  MI-CAB-DATA     PIC 9(08).
           05  MI-CAB-DATA-TXT REDEFINES MI-CAB-DATA PIC X(08).
           05  MI-CAB-LOTE     PIC X(08).
           05  MI-CAB-ORIGEM   PIC X(08).
           05  FILLER          PIC X(165).
       77  WS-IN-ATIVO         PIC X(01)    VALUE "N".
       77  WS-IN-HEADERS       PIC 9(06)    VALUE ZERO.
       77  WS-IN-OUTRA-DATA    PIC 9(06)    VALUE ZERO.
       77  WS-IN-SEM-TAXA      PIC 9(06)    VALUE ZERO.

       77  WS-OCUP-QTD         PIC 9(08).
       77  WS-OCUP-CAP         PIC 9(08).
       77  WS-OCUP-PCT         PIC 9(03).

       77  WS-GL-HDR-ACHOU     PIC X(01).
       77  WS-GL-LIBERADO      PIC X(01).

      *> Item corrente da lista e totais por situação.
       77  WS-CHK-NUM          PIC 9(02)    VALUE ZERO.
       77  WS-CHK-NOME         PIC X(24).
       77  WS-CHK-SIT          PIC X(05).
       77  WS-CHK-OBS          PIC X(43).
       77  WS-QTD-OK           PIC 9(02)    VALUE ZERO.
       77  WS-QTD-AVISO        PIC 9(02)    VALUE ZERO.
       77  WS-QTD-FALHA        PIC 9(02)    VALUE ZERO.

       01  WS-MSG-QTD.
           05  WS-MSG-QTD-NUM  PIC Z(5)9.
           05  FILLER          PIC X(01)    VALUE SPACE.
           05  WS-MSG-QTD-TEXTO    PIC X(36).
       01  WS-MSG-STATUS.
           05  WS-MSG-STATUS-TEXTO PIC X(33).
           05  FILLER          PIC X(07)    VALUE "STATUS ".
           05  WS-MSG-STATUS-FS    PIC X(02).
       01  WS-MSG-DATA.
           05  FILLER          PIC X(05)    VALUE "DATA ".
           05  WS-MSG-DATA-CARTAO  PIC 9(08).
           05  WS-MSG-DATA-TEXTO   PIC X(18).
           05  WS-MSG-DATA-HOJE    PIC 9(08).
       01  WS-MSG-COMP.
           05  FILLER          PIC X(12)    VALUE "COMPETENCIA ".
           05  WS-MSG-COMP-VAL PIC 9(06).
           05  FILLER          PIC X(01)    VALUE SPACE.
           05  WS-MSG-COMP-TEXTO   PIC X(24).
       01  WS-MSG-ORIGEM.
           05  FILLER          PIC X(07)    VALUE "ORIGEM ".
           05  WS-MSG-ORIGEM-COD   PIC X(08).
           05  FILLER          PIC X(26)    VALUE
               " SEM HEADER PARA A DATA   ".
       01  WS-MSG-OCUP.
           05  WS-MSG-OCUP-QTD PIC Z(7)9.
           05  FILLER          PIC X(04)    VALUE " DE ".
           05  WS-MSG-OCUP-CAP PIC Z(7)9.
           05  FILLER          PIC X(11)    VALUE " REGISTROS ".
           05  WS-MSG-OCUP-PCT PIC ZZ9.
           05  FILLER          PIC X(01)    VALUE "%".
       01  WS-MSG-GL.
           05  FILLER          PIC X(05)    VALUE "*HDR ".
           05  WS-MSG-GL-DATA  PIC 9(08).
           05  FILLER          PIC X(01)    VALUE SPACE.
           05  WS-MSG-GL-HORA  PIC 9(06).
           05  FILLER          PIC X(01)    VALUE SPACE.
           05  WS-MSG-GL-TEXTO PIC X(22).

       01  REL-TITULO.
           05  FILLER          PIC X(38)    VALUE
               "PRONTIDAO DO NOTURNO MEDIA2NM         ".
           05  FILLER          PIC X(10)    VALUE "EMITIDO EM".
           05  FILLER          PIC X(01)    VALUE SPACE.
           05  REL-TIT-DATA    PIC 9(08).
           05  FILLER          PIC X(23)    VALUE SPACES.
       01  REL-PARM.
           05  FILLER          PIC X(22)    VALUE
               "DATA DE PROCESSAMENTO ".
           05  REL-PARM-DATA   PIC X(08).
           05  FILLER          PIC X(07)    VALUE "  MODO ".
           05  REL-PARM-MODO   PIC X(01).
           05  FILLER          PIC X(05)    VALUE "  GL ".
           05  REL-PARM-GL     PIC X(01).
           05  FILLER          PIC X(36)    VALUE SPACES.
       01  REL-CAB.
           05  FILLER          PIC X(28)    VALUE
               "NR VERIFICACAO".
           05  FILLER          PIC X(19)    VALUE
               "SITUACAO OBSERVACAO".
           05  FILLER          PIC X(33)    VALUE SPACES.
       01  REL-DET-LIN.
           05  REL-DET-NUM     PIC X(02).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-DET-NOME    PIC X(24).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-DET-SIT     PIC X(08).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-DET-OBS     PIC X(43).
       01  REL-TOT-LIN.
           05  FILLER          PIC X(16)    VALUE "ITENS OK       ".
           05  REL-TOT-OK      PIC Z9.
           05  FILLER          PIC X(10)    VALUE "   AVISOS ".
           05  REL-TOT-AVISO   PIC Z9.
           05  FILLER          PIC X(10)    VALUE "   FALHAS ".
           05  REL-TOT-FALHA   PIC Z9.
           05  FILLER          PIC X(38)    VALUE SPACES.
       01  REL-RESULT-LIN.
           05  REL-RES-TEXTO   PIC X(60).
           05  FILLER          PIC X(20)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
             ACCEPT WS-RUN-HORA-INI FROM TIME.
             ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
             DISPLAY "Capacidade do MEDIAVSM em registros: ".
             ACCEPT WS-CAP-VSM-TXT.
             DISPLAY "Capacidade do MEDIALOT em registros: ".
             ACCEPT WS-CAP-LOT-TXT.
             DISPLAY "Percentuais de ocupação para aviso e falha "
                 "(AA FFF): ".
             ACCEPT WS-PCT-CARTAO.
             DISPLAY "Data do GL retido com liberação dispensada "
                 "(AAAAMMDD, 00000000 = nenhuma): ".
             ACCEPT WS-DISPENSA-TXT.

             IF WS-CAP-VSM-TXT IS NOT NUMERIC
                     OR WS-CAP-LOT-TXT IS NOT NUMERIC
                     OR WS-PCT-AVISO-TXT IS NOT NUMERIC
                     OR WS-PCT-FALHA-TXT IS NOT NUMERIC
                     OR WS-DISPENSA-TXT IS NOT NUMERIC
                 DISPLAY "Parâmetros inválidos. Informe capacidades "
                     "e data com oito dígitos e os percentuais "
                     "como AA FFF."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 IF WS-CAP-VSM = ZERO OR WS-CAP-LOT = ZERO
                         OR WS-PCT-AVISO = ZERO
                         OR WS-PCT-AVISO NOT < WS-PCT-FALHA
                         OR WS-PCT-FALHA > 100
                     DISPLAY "Parâmetros inválidos: capacidades "
                         "maiores que zero e aviso menor que falha "
                         "(falha até 100)."
                     MOVE 8 TO RETURN-CODE
                 ELSE
                     PERFORM CHECK-READINESS
                     PERFORM WRITE-RUN-CONTROL
                 END-IF
             END-IF.

             STOP RUN.

       WRITE-RUN-CONTROL.
             MOVE SPACES      TO MEDIARUN-RECORD.
             MOVE "MEDPRONT"  TO RUN-PROGRAMA.
             IF WS-DATA-OK = "S"
                 MOVE WS-DATA-PROC-NUM TO RUN-DATA-PROC
             ELSE
                 MOVE WS-DATA-HOJE TO RUN-DATA-PROC
             END-IF.
             MOVE "P"         TO RUN-MODO.
             MOVE WS-RUN-HORA-INI TO RUN-HORA-INI.
             ACCEPT WS-RUN-HORA FROM TIME.
             MOVE WS-RUN-HORA TO RUN-HORA-FIM.
             MOVE WS-QTD-OK    TO RUN-PROC.
             MOVE WS-QTD-FALHA TO RUN-INVAL.
             MOVE ZERO         TO RUN-EXC-A.
             MOVE WS-QTD-AVISO TO RUN-EXC-M.
             MOVE RETURN-CODE TO RUN-RC.
             IF WS-PRM-GL = "S"
                 MOVE "S" TO RUN-GL
             ELSE
                 MOVE "N" TO RUN-GL
             END-IF.
             OPEN EXTEND MEDIARUN-FILE.
             IF WS-FS-RUN = "35"
                 OPEN OUTPUT MEDIARUN-FILE
             END-IF.
             IF WS-FS-RUN = "00"
                 WRITE MEDIARUN-RECORD
                 CLOSE MEDIARUN-FILE
             ELSE
                 DISPLAY "Aviso: MEDIARUN indisponível, status "
                     WS-FS-RUN "; prontidão sem registro de "
                     "controle."
                 IF RETURN-CODE = 0
                     MOVE 4 TO RETURN-CODE
                 END-IF
             END-IF.

      *> Cada verificação grava a sua linha em PRONREL; as que
      *> dependem da data de processamento só rodam com o cartão
      *> MEDIAPRM válido.
       CHECK-READINESS.
             OPEN OUTPUT PRONREL-FILE.
             PERFORM CHECK-PARM-CARD.
             IF WS-DATA-OK = "S"
                 PERFORM CHECK-PROCESSING-DATE
                 PERFORM CHECK-ACCOUNTING-PERIOD
                 PERFORM LOAD-TAX-TABLE
                 PERFORM SCAN-INPUT-FILE
                 PERFORM CHECK-TRANSMISSIONS
                 PERFORM CHECK-TAX-RATES
             ELSE
                 MOVE SPACES TO REL-DET-LIN
                 MOVE "ITENS 02 A 05 NAO VERIFICADOS SEM DATA"
                     TO REL-DET-OBS
                 MOVE REL-DET-LIN TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE 5 TO WS-CHK-NUM
             END-IF.
             PERFORM CHECK-COA-MASTER.
             PERFORM CHECK-CTR-MASTER.
             PERFORM CHECK-FIL-MASTER.
             PERFORM CHECK-VSAM-MASTER.
             PERFORM CHECK-LOT-REGISTRY.
             PERFORM CHECK-LAST-GL.
             PERFORM WRITE-READINESS-RESULT.
             CLOSE PRONREL-FILE.

       WRITE-REPORT-HEADER.
             MOVE WS-DATA-HOJE TO REL-TIT-DATA.
             MOVE REL-TITULO TO REL-RECORD.
             WRITE REL-RECORD.
             IF WS-DATA-OK = "S"
                 MOVE WS-DATA-PROC TO REL-PARM-DATA
             ELSE
                 MOVE WS-PRM-DATA-TXT TO REL-PARM-DATA
             END-IF.
             MOVE WS-PRM-MODO TO REL-PARM-MODO.
             MOVE WS-PRM-GL TO REL-PARM-GL.
             MOVE REL-PARM TO REL-RECORD.
             WRITE REL-RECORD.
             MOVE SPACES TO REL-RECORD.
             WRITE REL-RECORD.
             MOVE REL-CAB TO REL-RECORD.
             WRITE REL-RECORD.

       WRITE-CHECK-LINE.
             MOVE SPACES TO REL-DET-LIN.
             MOVE WS-CHK-NUM  TO REL-DET-NUM.
             MOVE WS-CHK-NOME TO REL-DET-NOME.
             MOVE WS-CHK-SIT  TO REL-DET-SIT.
             MOVE WS-CHK-OBS  TO REL-DET-OBS.
             MOVE REL-DET-LIN TO REL-RECORD.
             WRITE REL-RECORD.
             EVALUATE WS-CHK-SIT
                 WHEN "OK"
                     ADD 1 TO WS-QTD-OK
                 WHEN "AVISO"
                     ADD 1 TO WS-QTD-AVISO
                 WHEN OTHER
                     ADD 1 TO WS-QTD-FALHA
             END-EVALUATE.
             DISPLAY WS-CHK-NUM " " WS-CHK-NOME " " WS-CHK-SIT " "
                 WS-CHK-OBS.

       WRITE-NOTE-LINE.
             MOVE SPACES TO REL-DET-LIN.
             MOVE WS-CHK-OBS TO REL-DET-OBS.
             MOVE REL-DET-LIN TO REL-RECORD.
             WRITE REL-RECORD.

       START-CHECK.
             ADD 1 TO WS-CHK-NUM.
             MOVE "OK" TO WS-CHK-SIT.
             MOVE SPACES TO WS-CHK-OBS.

      *> Mesma validação da partida do Media2Num (modo, GL, data,
      *> regra de competência, opções e cartão "L"); o noturno só
      *> roda em modo "B" - "I" ficaria esperando o console e "R"
      *> é o job MEDRECYC.
       CHECK-PARM-CARD.
             PERFORM START-CHECK.
             MOVE "CARTAO MEDIAPRM" TO WS-CHK-NOME.
             MOVE "S" TO WS-PRM-OK.
             MOVE SPACES TO WS-PRM-MODO WS-PRM-GL WS-PRM-DATA-TXT
                 WS-PRM-OPCOES WS-LIM-ID.
             OPEN INPUT MEDIAPRM-FILE.
             IF WS-FS-PRM = "00" OR WS-FS-PRM = "05"
                 READ MEDIAPRM-FILE
                     AT END CONTINUE
                 END-READ
                 IF WS-FS-PRM = "00"
                     MOVE PRM-MODO   TO WS-PRM-MODO
                     MOVE PRM-GL     TO WS-PRM-GL
                     MOVE PRM-DATA   TO WS-PRM-DATA-TXT
                     MOVE PRM-OPCOES TO WS-PRM-OPCOES
                     PERFORM READ-LIMIT-CARD
                 ELSE
                     MOVE "N" TO WS-PRM-OK
                     MOVE "SEM CARTAO NO DD MEDIAPRM" TO WS-CHK-OBS
                 END-IF
                 CLOSE MEDIAPRM-FILE
             ELSE
                 MOVE "N" TO WS-PRM-OK
                 MOVE "MEDIAPRM INDISPONIVEL, "
                     TO WS-MSG-STATUS-TEXTO
                 MOVE WS-FS-PRM TO WS-MSG-STATUS-FS
                 MOVE WS-MSG-STATUS TO WS-CHK-OBS
             END-IF.
             IF WS-PRM-OK = "S"
                 PERFORM VALIDATE-PARM-CARD
             END-IF.
             IF WS-PRM-OK = "S"
                 MOVE "VALIDO" TO WS-CHK-OBS
             ELSE
                 MOVE "FALHA" TO WS-CHK-SIT
             END-IF.
             PERFORM WRITE-REPORT-HEADER.
             PERFORM WRITE-CHECK-LINE.

       READ-LIMIT-CARD.
             READ MEDIAPRM-FILE
                 AT END CONTINUE
             END-READ.
             IF WS-FS-PRM = "00"
                 MOVE PRM-LIM-ID    TO WS-LIM-ID
                 MOVE PRM-LIM-VALOR TO WS-LIM-VALOR-TXT
                 MOVE PRM-LIM-SOMA  TO WS-LIM-SOMA-TXT
                 MOVE PRM-LIM-FATOR TO WS-LIM-FATOR-TXT
                 MOVE PRM-LIM-TOLER TO WS-LIM-TOLER-TXT
             END-IF.

       VALIDATE-PARM-CARD.
             IF WS-PRM-MODO NOT = "B"
                 MOVE "N" TO WS-PRM-OK
                 MOVE "MODO DIFERENTE DE B (LOTE NOTURNO)"
                     TO WS-CHK-OBS
             END-IF.
             IF WS-PRM-GL NOT = "S" AND WS-PRM-GL NOT = "N"
                 MOVE "N" TO WS-PRM-OK
                 MOVE "GL DIFERENTE DE S OU N" TO WS-CHK-OBS
             END-IF.
             IF WS-PRM-REGRA-PER NOT = SPACE
                     AND WS-PRM-REGRA-PER NOT = "R"
                     AND WS-PRM-REGRA-PER NOT = "P"
                 MOVE "N" TO WS-PRM-OK
                 MOVE "REGRA DE COMPETENCIA FECHADA INVALIDA"
                     TO WS-CHK-OBS
             END-IF.
             IF WS-PRM-OPCOES-RESTO NOT = SPACES
                 MOVE "N" TO WS-PRM-OK
                 MOVE "OPCOES NAO RECONHECIDAS NAS COLS 15-21"
                     TO WS-CHK-OBS
             END-IF.
             IF WS-LIM-ID NOT = SPACE
                 IF WS-LIM-ID NOT = "L"
                         OR WS-LIM-VALOR-TXT IS NOT NUMERIC
                         OR WS-LIM-SOMA-TXT IS NOT NUMERIC
                         OR WS-LIM-FATOR-TXT IS NOT NUMERIC
                         OR WS-LIM-TOLER-TXT IS NOT NUMERIC
                     MOVE "N" TO WS-PRM-OK
                     MOVE "CARTAO DE LIMITES L INVALIDO"
                         TO WS-CHK-OBS
                 ELSE
                     IF WS-LIM-VALOR = ZERO OR WS-LIM-SOMA = ZERO
                             OR WS-LIM-FATOR = ZERO
                         MOVE "N" TO WS-PRM-OK
                         MOVE "CARTAO DE LIMITES L COM ZERO"
                             TO WS-CHK-OBS
                     END-IF
                 END-IF
             END-IF.
             IF WS-PRM-DATA-TXT IS NOT NUMERIC
                 MOVE "N" TO WS-PRM-OK
                 MOVE "DATA DE PROCESSAMENTO NAO NUMERICA"
                     TO WS-CHK-OBS
             ELSE
                 IF WS-PRM-DATA = ZERO
                     MOVE WS-DATA-HOJE TO WS-DATA-PROC-NUM
                 ELSE
                     MOVE WS-PRM-DATA TO WS-DATA-PROC-NUM
                 END-IF
                 IF WS-DATA-PROC-MES < 1 OR WS-DATA-PROC-MES > 12
                         OR WS-DATA-PROC-DIA < 1
                         OR WS-DATA-PROC-DIA > 31
                     MOVE "N" TO WS-PRM-OK
                     MOVE "DATA DE PROCESSAMENTO FORA DE FAIXA"
                         TO WS-CHK-OBS
                 ELSE
                     MOVE "S" TO WS-DATA-OK
                 END-IF
             END-IF.

      *> Data futura não tem transmissão nem câmbio; data anterior
      *> ao dia é rerun legítimo (segunda com a data de sexta), mas
      *> sai como aviso para o operador conferir que não é o cartão
      *> da noite anterior esquecido no JCL.
       CHECK-PROCESSING-DATE.
             PERFORM START-CHECK.
             MOVE "DATA DE PROCESSAMENTO" TO WS-CHK-NOME.
             MOVE WS-DATA-PROC-NUM TO WS-MSG-DATA-CARTAO.
             MOVE WS-DATA-HOJE TO WS-MSG-DATA-HOJE.
             EVALUATE TRUE
                 WHEN WS-DATA-PROC-NUM > WS-DATA-HOJE
                     MOVE "FALHA" TO WS-CHK-SIT
                     MOVE " POSTERIOR AO DIA " TO WS-MSG-DATA-TEXTO
                     MOVE WS-MSG-DATA TO WS-CHK-OBS
                 WHEN WS-DATA-PROC-NUM < WS-DATA-HOJE
                     MOVE "AVISO" TO WS-CHK-SIT
                     MOVE " ANTERIOR AO DIA  " TO WS-MSG-DATA-TEXTO
                     MOVE WS-MSG-DATA TO WS-CHK-OBS
                 WHEN OTHER
                     MOVE "DATA DO DIA" TO WS-CHK-OBS
             END-EVALUATE.
             PERFORM WRITE-CHECK-LINE.

      *> Mesmo desfecho do CHECK-ACCOUNTING-PERIOD do Media2Num:
      *> competência não cadastrada ou fechada sem a regra "P"
      *> rejeitaria todos os detalhes e reteria o GL.
       CHECK-ACCOUNTING-PERIOD.
             PERFORM START-CHECK.
             MOVE "COMPETENCIA MEDIAPER" TO WS-CHK-NOME.
             MOVE WS-DATA-PROC-NUM TO WS-PER-DATA.
             MOVE WS-PER-COMP-VAL TO WS-MSG-COMP-VAL.
             OPEN INPUT MEDIAPER-FILE.
             IF WS-FS-PER NOT = "00"
                 MOVE "FALHA" TO WS-CHK-SIT
                 MOVE "MEDIAPER INDISPONIVEL, " TO WS-MSG-STATUS-TEXTO
                 MOVE WS-FS-PER TO WS-MSG-STATUS-FS
                 MOVE WS-MSG-STATUS TO WS-CHK-OBS
             ELSE
                 PERFORM READ-PERIOD
                 EVALUATE TRUE
                     WHEN WS-PER-ACHOU NOT = "S"
                         MOVE "FALHA" TO WS-CHK-SIT
                         MOVE "NAO CADASTRADA" TO WS-MSG-COMP-TEXTO
                     WHEN PER-SITUACAO = "A"
                         MOVE "ABERTA" TO WS-MSG-COMP-TEXTO
                     WHEN WS-PRM-REGRA-PER = "P"
                         PERFORM FIND-NEXT-OPEN-PERIOD
                     WHEN OTHER
                         MOVE "FALHA" TO WS-CHK-SIT
                         MOVE "FECHADA" TO WS-MSG-COMP-TEXTO
                 END-EVALUATE
                 CLOSE MEDIAPER-FILE
                 MOVE WS-MSG-COMP TO WS-CHK-OBS
             END-IF.
             PERFORM WRITE-CHECK-LINE.

       READ-PERIOD.
             MOVE "N" TO WS-PER-ACHOU.
             MOVE WS-PER-COMP-VAL TO PER-COMPETENCIA.
             READ MEDIAPER-FILE
                 INVALID KEY
                     CONTINUE
             END-READ.
             IF WS-FS-PER = "00"
                 MOVE "S" TO WS-PER-ACHOU
             END-IF.

       FIND-NEXT-OPEN-PERIOD.
             MOVE "N" TO WS-PER-ABERTA.
             MOVE ZERO TO WS-PER-TENTATIVAS.
             PERFORM ADVANCE-PERIOD
                 UNTIL WS-PER-ABERTA = "S"
                    OR WS-PER-ACHOU NOT = "S"
                    OR WS-PER-TENTATIVAS >= WS-MAX-PER-ADIANTE.
             IF WS-PER-ABERTA = "S"
                 MOVE "AVISO" TO WS-CHK-SIT
                 MOVE "FECHADA, GL NA SEGUINTE" TO WS-MSG-COMP-TEXTO
             ELSE
                 MOVE "FALHA" TO WS-CHK-SIT
                 MOVE "FECHADA, SEM SEGUINTE" TO WS-MSG-COMP-TEXTO
             END-IF.

       ADVANCE-PERIOD.
             ADD 1 TO WS-PER-TENTATIVAS.
             IF WS-PER-MES = 12
                 MOVE 1 TO WS-PER-MES
                 ADD 1 TO WS-PER-ANO
             ELSE
                 ADD 1 TO WS-PER-MES
             END-IF.
             PERFORM READ-PERIOD.
             IF WS-PER-ACHOU = "S" AND PER-SITUACAO = "A"
                 MOVE "S" TO WS-PER-ABERTA
             END-IF.

       LOAD-TAX-TABLE.
             MOVE "N" TO WS-TAX-ATIVO.
             MOVE ZERO TO WS-TAX-QTD.
             OPEN INPUT MEDIATAX-FILE.
             IF WS-FS-TAX = "00"
                 MOVE "S" TO WS-TAX-ATIVO
                 MOVE "N" TO WS-EOF-FLAG
                 PERFORM LOAD-TAX-RECORD
                     UNTIL WS-EOF-FLAG = "S"
                 CLOSE MEDIATAX-FILE
             ELSE
                 IF WS-FS-TAX = "05"
                     CLOSE MEDIATAX-FILE
                 END-IF
             END-IF.

       LOAD-TAX-RECORD.
             READ MEDIATAX-FILE
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.
             IF WS-EOF-FLAG NOT = "S"
                     AND TAX-DATA-TXT IS NUMERIC
                     AND TAX-DATA = WS-DATA-PROC-NUM
                     AND TAX-CAMBIO-TXT IS NUMERIC
                     AND WS-TAX-QTD < WS-MAX-MOEDAS
                 ADD 1 TO WS-TAX-QTD
                 MOVE TAX-MOEDA TO WS-TAX-MOEDA (WS-TAX-QTD)
             END-IF.

      *> Uma passada no MEDIAIN: headers com a data de
      *> processamento marcam a origem como vista no calendário;
      *> headers de outra data e detalhes em moeda estrangeira sem
      *> taxa para a data são contados para a lista.
       SCAN-INPUT-FILE.
             PERFORM LOAD-CALENDAR-TABLE.
             MOVE "N" TO WS-IN-ATIVO.
             OPEN INPUT MEDIAIN-FILE.
             IF WS-FS-IN = "00"
                 MOVE "S" TO WS-IN-ATIVO
                 MOVE "N" TO WS-EOF-FLAG
                 PERFORM SCAN-INPUT-RECORD
                     UNTIL WS-EOF-FLAG = "S"
                 CLOSE MEDIAIN-FILE
             END-IF.

       SCAN-INPUT-RECORD.
             READ MEDIAIN-FILE INTO WS-REG-LOTE
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.
             IF WS-EOF-FLAG NOT = "S"
                 EVALUATE MI-TIPO
                     WHEN "H"
                         PERFORM SCAN-INPUT-HEADER
                     WHEN "D"
                         PERFORM SCAN-INPUT-DETAIL
                     WHEN OTHER
                         CONTINUE
                 END-EVALUATE
             END-IF.

       SCAN-INPUT-HEADER.
             ADD 1 TO WS-IN-HEADERS.
             IF MI-CAB-DATA-TXT IS NUMERIC
                     AND MI-CAB-DATA = WS-DATA-PROC-NUM
                 PERFORM MARK-ORIGIN-ENTRY
                     VARYING WS-CAL-IDX FROM 1 BY 1
                     UNTIL WS-CAL-IDX > WS-CAL-QTD
             ELSE
                 ADD 1 TO WS-IN-OUTRA-DATA
             END-IF.

       MARK-ORIGIN-ENTRY.
             IF WS-CAL-ORIGEM (WS-CAL-IDX) = MI-CAB-ORIGEM
                 MOVE "S" TO WS-CAL-VISTO (WS-CAL-IDX)
             END-IF.

       SCAN-INPUT-DETAIL.
             IF MI-MOEDA NOT = SPACES AND MI-MOEDA NOT = WS-MOEDA-CIA
                 MOVE "N" TO WS-TAX-ACHOU
                 PERFORM FIND-TAX-ENTRY
                     VARYING WS-TAX-IDX FROM 1 BY 1
                     UNTIL WS-TAX-IDX > WS-TAX-QTD
                        OR WS-TAX-ACHOU = "S"
                 IF WS-TAX-ACHOU NOT = "S"
                     ADD 1 TO WS-IN-SEM-TAXA
                 END-IF
             END-IF.

       FIND-TAX-ENTRY.
             IF WS-TAX-MOEDA (WS-TAX-IDX) = MI-MOEDA
                 MOVE "S" TO WS-TAX-ACHOU
             END-IF.

       LOAD-CALENDAR-TABLE.
             MOVE "N" TO WS-CAL-ATIVO.
             MOVE ZERO TO WS-CAL-QTD WS-FER-QTD.
             OPEN INPUT MEDIACAL-FILE.
             IF WS-FS-CAL = "00"
                 MOVE "N" TO WS-EOF-FLAG
                 PERFORM LOAD-CALENDAR-RECORD
                     UNTIL WS-EOF-FLAG = "S"
                 CLOSE MEDIACAL-FILE
                 IF WS-CAL-QTD > 0
                     MOVE "S" TO WS-CAL-ATIVO
                 END-IF
             ELSE
                 IF WS-FS-CAL = "05"
                     CLOSE MEDIACAL-FILE
                 END-IF
             END-IF.

       LOAD-CALENDAR-RECORD.
             READ MEDIACAL-FILE
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.
             IF WS-EOF-FLAG NOT = "S"
                 EVALUATE CAL-TIPO
                     WHEN "O"
                         PERFORM LOAD-CALENDAR-ORIGIN
                     WHEN "F"
                         PERFORM LOAD-CALENDAR-HOLIDAY
                     WHEN OTHER
                         CONTINUE
                 END-EVALUATE
             END-IF.

       LOAD-CALENDAR-ORIGIN.
             IF WS-CAL-QTD < WS-MAX-ORIGENS
                 ADD 1 TO WS-CAL-QTD
                 MOVE CAL-ORIGEM TO WS-CAL-ORIGEM (WS-CAL-QTD)
                 PERFORM LOAD-CALENDAR-DAY
                     VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > 7
                 MOVE "N" TO WS-CAL-VISTO (WS-CAL-QTD)
             ELSE
                 MOVE "S" TO WS-CAL-CHEIA-AVISO
             END-IF.

       LOAD-CALENDAR-DAY.
             MOVE CAL-DIA-FLAG (WS-IDX)
                 TO WS-CAL-DIA (WS-CAL-QTD WS-IDX).

       LOAD-CALENDAR-HOLIDAY.
             IF CAL-DATA-FER-TXT IS NUMERIC
                 IF WS-FER-QTD < WS-MAX-FERIADOS
                     ADD 1 TO WS-FER-QTD
                     MOVE CAL-ORIGEM   TO WS-FER-ORIGEM (WS-FER-QTD)
                     MOVE CAL-DATA-FER TO WS-FER-DATA (WS-FER-QTD)
                 ELSE
                     MOVE "S" TO WS-CAL-CHEIA-AVISO
                 END-IF
             END-IF.

      *> Origem esperada pelo calendário sem header para a data é o
      *> "ORIGEM AUSENTE" que termina o STEP010 com RC=8; header de
      *> outra data costuma ser o cartão MEDIAPRM desatualizado.
       CHECK-TRANSMISSIONS.
             PERFORM START-CHECK.
             MOVE "TRANSMISSOES MEDIACAL" TO WS-CHK-NOME.
             EVALUATE TRUE
                 WHEN WS-IN-ATIVO NOT = "S"
                     MOVE "FALHA" TO WS-CHK-SIT
                     MOVE "MEDIAIN INDISPONIVEL, "
                         TO WS-MSG-STATUS-TEXTO
                     MOVE WS-FS-IN TO WS-MSG-STATUS-FS
                     MOVE WS-MSG-STATUS TO WS-CHK-OBS
                     PERFORM WRITE-CHECK-LINE
                 WHEN WS-CAL-ATIVO NOT = "S"
                     MOVE "AVISO" TO WS-CHK-SIT
                     MOVE "SEM CALENDARIO, ORIGENS NAO CONFERIDAS"
                         TO WS-CHK-OBS
                     PERFORM WRITE-CHECK-LINE
                 WHEN OTHER
                     PERFORM VERIFY-EXPECTED-ORIGINS
             END-EVALUATE.
             IF WS-IN-OUTRA-DATA > 0
                 MOVE WS-IN-OUTRA-DATA TO WS-MSG-QTD-NUM
                 MOVE "HEADER(S) DE OUTRA DATA NO MEDIAIN"
                     TO WS-MSG-QTD-TEXTO
                 MOVE WS-MSG-QTD TO WS-CHK-OBS
                 PERFORM WRITE-NOTE-LINE
             END-IF.

       VERIFY-EXPECTED-ORIGINS.
             MOVE ZERO TO WS-ORIG-ESPERADAS WS-ORIG-AUSENTES.
             PERFORM COMPUTE-DAY-OF-WEEK.
             PERFORM COUNT-ONE-ORIGIN
                 VARYING WS-CAL-IDX FROM 1 BY 1
                 UNTIL WS-CAL-IDX > WS-CAL-QTD.
             EVALUATE TRUE
                 WHEN WS-ORIG-AUSENTES > 0
                     MOVE "FALHA" TO WS-CHK-SIT
                     MOVE WS-ORIG-AUSENTES TO WS-MSG-QTD-NUM
                     MOVE "ORIGEM(NS) ESPERADA(S) AUSENTE(S)"
                         TO WS-MSG-QTD-TEXTO
                 WHEN WS-ORIG-ESPERADAS = 0
                     MOVE "AVISO" TO WS-CHK-SIT
                     MOVE WS-ORIG-ESPERADAS TO WS-MSG-QTD-NUM
                     MOVE "ORIGEM ESPERADA NA DATA"
                         TO WS-MSG-QTD-TEXTO
                 WHEN OTHER
                     MOVE WS-ORIG-ESPERADAS TO WS-MSG-QTD-NUM
                     MOVE "ESPERADA(S), TODAS PRESENTES"
                         TO WS-MSG-QTD-TEXTO
             END-EVALUATE.
             IF WS-CAL-CHEIA-AVISO = "S" AND WS-CHK-SIT = "OK"
                 MOVE "AVISO" TO WS-CHK-SIT
             END-IF.
             MOVE WS-MSG-QTD TO WS-CHK-OBS.
             PERFORM WRITE-CHECK-LINE.
             IF WS-CAL-CHEIA-AVISO = "S"
                 MOVE "CALENDARIO ALEM DA TABELA, INCOMPLETO"
                     TO WS-CHK-OBS
                 PERFORM WRITE-NOTE-LINE
             END-IF.
             IF WS-ORIG-AUSENTES > 0
                 PERFORM LIST-MISSING-ORIGIN
                     VARYING WS-CAL-IDX FROM 1 BY 1
                     UNTIL WS-CAL-IDX > WS-CAL-QTD
             END-IF.

       COUNT-ONE-ORIGIN.
             IF WS-CAL-DIA (WS-CAL-IDX WS-DIA-SEMANA) = "S"
                 PERFORM CHECK-ORIGIN-HOLIDAY
                 IF WS-FER-ACHOU NOT = "S"
                     ADD 1 TO WS-ORIG-ESPERADAS
                     IF WS-CAL-VISTO (WS-CAL-IDX) NOT = "S"
                         ADD 1 TO WS-ORIG-AUSENTES
                     END-IF
                 ELSE
                     MOVE "S" TO WS-CAL-VISTO (WS-CAL-IDX)
                 END-IF
             ELSE
                 MOVE "S" TO WS-CAL-VISTO (WS-CAL-IDX)
             END-IF.

       LIST-MISSING-ORIGIN.
             IF WS-CAL-VISTO (WS-CAL-IDX) NOT = "S"
                 MOVE WS-CAL-ORIGEM (WS-CAL-IDX) TO WS-MSG-ORIGEM-COD
                 MOVE WS-MSG-ORIGEM TO WS-CHK-OBS
                 PERFORM WRITE-NOTE-LINE
             END-IF.

       CHECK-ORIGIN-HOLIDAY.
             MOVE "N" TO WS-FER-ACHOU.
             PERFORM CHECK-HOLIDAY-ENTRY
                 VARYING WS-FER-IDX FROM 1 BY 1
                 UNTIL WS-FER-IDX > WS-FER-QTD
                    OR WS-FER-ACHOU = "S".

       CHECK-HOLIDAY-ENTRY.
             IF WS-FER-ORIGEM (WS-FER-IDX)
                     = WS-CAL-ORIGEM (WS-CAL-IDX)
                     AND WS-FER-DATA (WS-FER-IDX) = WS-DATA-PROC-NUM
                 MOVE "S" TO WS-FER-ACHOU
             END-IF.

      *> Dia da semana de WS-DATA-PROC pela congruência de Zeller;
      *> WS-DIA-SEMANA: 1 = segunda ... 7 = domingo.
       COMPUTE-DAY-OF-WEEK.
             MOVE WS-DATA-PROC-NUM TO WS-ZEL-DATA-NUM.
             MOVE WS-ZEL-DATA-ANO TO WS-ZEL-ANO.
             MOVE WS-ZEL-DATA-MES TO WS-ZEL-MES.
             IF WS-ZEL-MES <= 2
                 ADD 12 TO WS-ZEL-MES
                 SUBTRACT 1 FROM WS-ZEL-ANO
             END-IF.
             COMPUTE WS-ZEL-T2 = WS-ZEL-ANO / 100.
             MOVE WS-ZEL-T2 TO WS-ZEL-J.
             COMPUTE WS-ZEL-K = WS-ZEL-ANO - WS-ZEL-T2 * 100.
             COMPUTE WS-ZEL-T1 = (13 * (WS-ZEL-MES + 1)) / 5.
             COMPUTE WS-ZEL-SOMA = WS-ZEL-DATA-DIA + WS-ZEL-T1
                 + WS-ZEL-K.
             COMPUTE WS-ZEL-T2 = WS-ZEL-K / 4.
             ADD WS-ZEL-T2 TO WS-ZEL-SOMA.
             COMPUTE WS-ZEL-T2 = WS-ZEL-J / 4.
             ADD WS-ZEL-T2 TO WS-ZEL-SOMA.
             COMPUTE WS-ZEL-SOMA = WS-ZEL-SOMA + 5 * WS-ZEL-J.
             ADD 5 TO WS-ZEL-SOMA.
             COMPUTE WS-ZEL-T2 = WS-ZEL-SOMA / 7.
             COMPUTE WS-DIA-SEMANA = WS-ZEL-SOMA - WS-ZEL-T2 * 7
                 + 1.

      *> Tabela presente sem nenhuma taxa para a data faria o
      *> Media2Num rejeitar com motivo "M" todo detalhe em moeda
      *> estrangeira; sem a tabela, só a moeda da companhia entra.
       CHECK-TAX-RATES.
             PERFORM START-CHECK.
             MOVE "TAXAS DE CAMBIO MEDIATAX" TO WS-CHK-NOME.
             IF WS-TAX-ATIVO NOT = "S"
                 IF WS-FS-TAX = "05" OR WS-FS-TAX = "35"
                     MOVE "AVISO" TO WS-CHK-SIT
                     MOVE "SEM TABELA, SO A MOEDA DA COMPANHIA"
                         TO WS-CHK-OBS
                 ELSE
                     MOVE "FALHA" TO WS-CHK-SIT
                     MOVE "MEDIATAX INDISPONIVEL, "
                         TO WS-MSG-STATUS-TEXTO
                     MOVE WS-FS-TAX TO WS-MSG-STATUS-FS
                     MOVE WS-MSG-STATUS TO WS-CHK-OBS
                 END-IF
             ELSE
                 MOVE WS-TAX-QTD TO WS-MSG-QTD-NUM
                 MOVE "TAXA(S) PARA A DATA" TO WS-MSG-QTD-TEXTO
                 MOVE WS-MSG-QTD TO WS-CHK-OBS
                 IF WS-TAX-QTD = 0
                     MOVE "FALHA" TO WS-CHK-SIT
                 END-IF
             END-IF.
             IF WS-IN-SEM-TAXA > 0 AND WS-CHK-SIT = "OK"
                 MOVE "AVISO" TO WS-CHK-SIT
             END-IF.
             PERFORM WRITE-CHECK-LINE.
             IF WS-IN-SEM-TAXA > 0
                 MOVE WS-IN-SEM-TAXA TO WS-MSG-QTD-NUM
                 MOVE "DETALHE(S) EM MOEDA SEM TAXA"
                     TO WS-MSG-QTD-TEXTO
                 MOVE WS-MSG-QTD TO WS-CHK-OBS
                 PERFORM WRITE-NOTE-LINE
             END-IF.

       CHECK-COA-MASTER.
             PERFORM START-CHECK.
             MOVE "PLANO DE CONTAS MEDIACOA" TO WS-CHK-NOME.
             OPEN INPUT MEDIACOA-FILE.
             IF WS-FS-COA = "00"
                 MOVE "DISPONIVEL" TO WS-CHK-OBS
                 CLOSE MEDIACOA-FILE
             ELSE
                 MOVE "FALHA" TO WS-CHK-SIT
                 MOVE "MEDIACOA INDISPONIVEL, " TO WS-MSG-STATUS-TEXTO
                 MOVE WS-FS-COA TO WS-MSG-STATUS-FS
                 MOVE WS-MSG-STATUS TO WS-CHK-OBS
             END-IF.
             PERFORM WRITE-CHECK-LINE.

       CHECK-CTR-MASTER.
             PERFORM START-CHECK.
             MOVE "CONTRAPARTIDAS MEDIACTR" TO WS-CHK-NOME.
             IF WS-PRM-GL NOT = "S"
                 MOVE "RODADA SEM GL, NAO SE APLICA" TO WS-CHK-OBS
             ELSE
                 OPEN INPUT MEDIACTR-FILE
                 IF WS-FS-CTR = "00"
                     MOVE "DISPONIVEL" TO WS-CHK-OBS
                     CLOSE MEDIACTR-FILE
                 ELSE
                     MOVE "FALHA" TO WS-CHK-SIT
                     MOVE "MEDIACTR INDISPONIVEL, "
                         TO WS-MSG-STATUS-TEXTO
                     MOVE WS-FS-CTR TO WS-MSG-STATUS-FS
                     MOVE WS-MSG-STATUS TO WS-CHK-OBS
                 END-IF
             END-IF.
             PERFORM WRITE-CHECK-LINE.

       CHECK-FIL-MASTER.
             PERFORM START-CHECK.
             MOVE "FILIAIS MEDIAFIL" TO WS-CHK-NOME.
             OPEN INPUT MEDIAFIL-FILE.
             IF WS-FS-FIL = "00"
                 MOVE "DISPONIVEL" TO WS-CHK-OBS
                 CLOSE MEDIAFIL-FILE
             ELSE
                 MOVE "FALHA" TO WS-CHK-SIT
                 MOVE "MEDIAFIL INDISPONIVEL, " TO WS-MSG-STATUS-TEXTO
                 MOVE WS-FS-FIL TO WS-MSG-STATUS-FS
                 MOVE WS-MSG-STATUS TO WS-CHK-OBS
             END-IF.
             PERFORM WRITE-CHECK-LINE.

      *> Ocupação = registros lidos sobre a capacidade do cartão
      *> (calculada pela operação a partir do LISTCAT quando o
      *> cluster é definido ou ampliado).
       CHECK-VSAM-MASTER.
             PERFORM START-CHECK.
             MOVE "OCUPACAO MEDIAVSM" TO WS-CHK-NOME.
             MOVE ZERO TO WS-OCUP-QTD.
             MOVE WS-CAP-VSM TO WS-OCUP-CAP.
             OPEN INPUT MEDIAVSM-FILE.
             IF WS-FS-VSM = "00"
                 MOVE "N" TO WS-EOF-FLAG
                 PERFORM COUNT-VSAM-RECORD
                     UNTIL WS-EOF-FLAG = "S"
                 CLOSE MEDIAVSM-FILE
                 PERFORM EVALUATE-OCCUPANCY
             ELSE
                 MOVE "FALHA" TO WS-CHK-SIT
                 MOVE "MEDIAVSM INDISPONIVEL, " TO WS-MSG-STATUS-TEXTO
                 MOVE WS-FS-VSM TO WS-MSG-STATUS-FS
                 MOVE WS-MSG-STATUS TO WS-CHK-OBS
             END-IF.
             PERFORM WRITE-CHECK-LINE.

       COUNT-VSAM-RECORD.
             READ MEDIAVSM-FILE NEXT RECORD
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.
             IF WS-EOF-FLAG NOT = "S"
                 ADD 1 TO WS-OCUP-QTD
             END-IF.

       CHECK-LOT-REGISTRY.
             PERFORM START-CHECK.
             MOVE "OCUPACAO MEDIALOT" TO WS-CHK-NOME.
             MOVE ZERO TO WS-OCUP-QTD.
             MOVE WS-CAP-LOT TO WS-OCUP-CAP.
             OPEN INPUT MEDIALOT-FILE.
             IF WS-FS-LOT = "00"
                 MOVE "N" TO WS-EOF-FLAG
                 PERFORM COUNT-LOT-RECORD
                     UNTIL WS-EOF-FLAG = "S"
                 CLOSE MEDIALOT-FILE
                 PERFORM EVALUATE-OCCUPANCY
             ELSE
                 MOVE "FALHA" TO WS-CHK-SIT
                 MOVE "MEDIALOT INDISPONIVEL, " TO WS-MSG-STATUS-TEXTO
                 MOVE WS-FS-LOT TO WS-MSG-STATUS-FS
                 MOVE WS-MSG-STATUS TO WS-CHK-OBS
             END-IF.
             PERFORM WRITE-CHECK-LINE.

       COUNT-LOT-RECORD.
             READ MEDIALOT-FILE NEXT RECORD
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.
             IF WS-EOF-FLAG NOT = "S"
                 ADD 1 TO WS-OCUP-QTD
             END-IF.

       EVALUATE-OCCUPANCY.
             COMPUTE WS-OCUP-PCT = WS-OCUP-QTD * 100 / WS-OCUP-CAP
                 ON SIZE ERROR
                     MOVE 999 TO WS-OCUP-PCT
             END-COMPUTE.
             EVALUATE TRUE
                 WHEN WS-OCUP-PCT NOT < WS-PCT-FALHA
                     MOVE "FALHA" TO WS-CHK-SIT
                 WHEN WS-OCUP-PCT NOT < WS-PCT-AVISO
                     MOVE "AVISO" TO WS-CHK-SIT
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE.
             MOVE WS-OCUP-QTD TO WS-MSG-OCUP-QTD.
             MOVE WS-OCUP-CAP TO WS-MSG-OCUP-CAP.
             MOVE WS-OCUP-PCT TO WS-MSG-OCUP-PCT.
             MOVE WS-MSG-OCUP TO WS-CHK-OBS.

      *> A última geração do MEDIAGL (noturno ou reciclagem) precisa
      *> ter o seu *HDR no LIBERADO: o MedExcRl libera a geração
      *> (0), e uma geração nova por cima deixaria o GL retido fora
      *> do alcance do job. Geração vazia (rodada sem GL) não tem o
      *> que liberar. Retenção dispensada pelo supervisor entra pela
      *> data do *HDR no cartão e sai como aviso.
       CHECK-LAST-GL.
             PERFORM START-CHECK.
             MOVE "GL DA ULTIMA GERACAO" TO WS-CHK-NOME.
             MOVE "N" TO WS-GL-HDR-ACHOU WS-GL-LIBERADO.
             OPEN INPUT MEDIAGL-FILE.
             IF WS-FS-GL NOT = "00"
                 MOVE "FALHA" TO WS-CHK-SIT
                 MOVE "MEDIAGL (0) INDISPONIVEL, "
                     TO WS-MSG-STATUS-TEXTO
                 MOVE WS-FS-GL TO WS-MSG-STATUS-FS
                 MOVE WS-MSG-STATUS TO WS-CHK-OBS
             ELSE
                 READ MEDIAGL-FILE
                     AT END
                         MOVE "GERACAO SEM GL, NADA A LIBERAR"
                             TO WS-CHK-OBS
                     NOT AT END
                         MOVE "S" TO WS-GL-HDR-ACHOU
                 END-READ
                 IF WS-GL-HDR-ACHOU = "S"
                     PERFORM CHECK-GL-RELEASED
                 END-IF
                 CLOSE MEDIAGL-FILE
             END-IF.
             PERFORM WRITE-CHECK-LINE.

       CHECK-GL-RELEASED.
             IF GLR-ID NOT = "*HDR" OR GLR-DATA IS NOT NUMERIC
                 MOVE "FALHA" TO WS-CHK-SIT
                 MOVE "GERACAO SEM *HDR NA PRIMEIRA LINHA"
                     TO WS-CHK-OBS
             ELSE
                 MOVE GLR-DATA TO WS-MSG-GL-DATA
                 MOVE GLR-HORA TO WS-MSG-GL-HORA
                 OPEN INPUT MEDIALIB-FILE
                 IF WS-FS-LIB = "00"
                     MOVE "N" TO WS-EOF-FLAG
                     PERFORM FIND-RELEASED-HEADER
                         UNTIL WS-EOF-FLAG = "S"
                            OR WS-GL-LIBERADO = "S"
                     CLOSE MEDIALIB-FILE
                 END-IF
                 EVALUATE TRUE
                     WHEN WS-GL-LIBERADO = "S"
                         MOVE "LIBERADO" TO WS-MSG-GL-TEXTO
                     WHEN GLR-DATA = WS-DISPENSA
                         MOVE "AVISO" TO WS-CHK-SIT
                         MOVE "RETIDO, DISPENSADO" TO WS-MSG-GL-TEXTO
                     WHEN OTHER
                         MOVE "FALHA" TO WS-CHK-SIT
                         MOVE "RETIDO, NAO LIBERADO"
                             TO WS-MSG-GL-TEXTO
                 END-EVALUATE
                 MOVE WS-MSG-GL TO WS-CHK-OBS
             END-IF.

       FIND-RELEASED-HEADER.
             READ MEDIALIB-FILE
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.
             IF WS-EOF-FLAG NOT = "S"
                 IF LIBR-ID = "*HDR" AND LIBR-DATA = GLR-DATA
                         AND LIBR-HORA = GLR-HORA
                     MOVE "S" TO WS-GL-LIBERADO
                 END-IF
             END-IF.

       WRITE-READINESS-RESULT.
             MOVE SPACES TO REL-RECORD.
             WRITE REL-RECORD.
             MOVE WS-QTD-OK    TO REL-TOT-OK.
             MOVE WS-QTD-AVISO TO REL-TOT-AVISO.
             MOVE WS-QTD-FALHA TO REL-TOT-FALHA.
             MOVE REL-TOT-LIN TO REL-RECORD.
             WRITE REL-RECORD.
             EVALUATE TRUE
                 WHEN WS-QTD-FALHA > 0
                     MOVE 8 TO RETURN-CODE
                     MOVE "RESULTADO: NO-GO - NOTURNO NAO RODA (RC=8)"
                         TO REL-RES-TEXTO
                 WHEN WS-QTD-AVISO > 0
                     MOVE 4 TO RETURN-CODE
                     MOVE "RESULTADO: GO COM AVISOS (RC=4)"
                         TO REL-RES-TEXTO
                 WHEN OTHER
                     MOVE "RESULTADO: GO" TO REL-RES-TEXTO
             END-EVALUATE.
             MOVE REL-RESULT-LIN TO REL-RECORD.
             WRITE REL-RECORD.
             DISPLAY REL-RES-TEXTO.

         END PROGRAM MedPront.
