       *> (mesmo log das rodadas do Media2Num, modo "C", data =
       *> competência + "00"), para a consolidação aparecer na
       *> passagem de turno impressa pelo MedRunSt.
       *> 2026-10-15 Renato - subtotais por região no mês, somados das
       *> linhas "R" do MEDIAOUT (gerações anteriores ao cadastro de
       *> filiais não as têm), e nome da filial, lido do cadastro
       *> MEDIAFIL, nas linhas de filial; tabela de filiais vai de 20
       *> para 200 entradas, como no Media2Num.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MES.

           SELECT MEDIAFIL-FILE ASSIGN TO "MEDIAFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WS-FS-FIL.

           SELECT MEDIARUN-FILE ASSIGN TO "MEDIARUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.
       FD  MEDIAMES-FILE.
       01  MES-RECORD          PIC X(80).

       FD  MEDIAFIL-FILE.
       01  MEDIAFIL-RECORD.
           05  FIL-CODIGO      PIC X(04).
           05  FIL-NOME        PIC X(30).
           05  FIL-REGIAO      PIC X(04).
           05  FIL-ATIVO       PIC X(01).
           05  FIL-ORIGEM      PIC X(08).

       FD  MEDIARUN-FILE.
       01  MEDIARUN-RECORD.
           05  RUN-PROGRAMA    PIC X(08).
       77  WS-FS-OUT           PIC X(02).
       77  WS-FS-MES           PIC X(02).
       77  WS-FS-RUN           PIC X(02).
       77  WS-FS-FIL           PIC X(02).
       77  WS-FIL-CAD-ATIVO    PIC X(01)    VALUE "N".
       77  WS-EOF-FLAG         PIC X(01)    VALUE "N".
       77  WS-RUN-HORA-INI     PIC 9(06)    VALUE ZERO.
       77  WS-RUN-HORA-FIM     PIC 9(06).
       77  WS-DIA-ACHOU        PIC X(01).
       77  WS-DIA-CHEIA-AVISO  PIC X(01)    VALUE "N".

       77  WS-MAX-FILIAIS      PIC 9(03)    VALUE 200.
       01  WS-FILIAL-TAB.
           05  WS-FILIAL-ENT   OCCURS 200 TIMES.
               10  WS-FIL-CODIGO   PIC X(04).
               10  WS-FIL-REGS     PIC 9(06).
               10  WS-FIL-SOMA     PIC S9(11)V99.
       77  WS-FIL-QTD          PIC 9(03)    VALUE ZERO.
       77  WS-FIL-IDX          PIC 9(03).
       77  WS-FIL-USO          PIC 9(03).
       77  WS-FIL-ACHOU        PIC X(01).
       77  WS-FIL-CHEIA-AVISO  PIC X(01)    VALUE "N".

       77  WS-MAX-REGIOES      PIC 9(02)    VALUE 20.
       01  WS-REGIAO-TAB.
           05  WS-REGIAO-ENT   OCCURS 20 TIMES.
               10  WS-RGN-CODIGO   PIC X(04).
               10  WS-RGN-REGS     PIC 9(06).
               10  WS-RGN-SOMA     PIC S9(11)V99.
       77  WS-RGN-QTD          PIC 9(02)    VALUE ZERO.
       77  WS-RGN-IDX          PIC 9(02).
       77  WS-RGN-USO          PIC 9(02).
       77  WS-RGN-ACHOU        PIC X(01).
       77  WS-RGN-CHEIA-AVISO  PIC X(01)    VALUE "N".

       77  WS-SUB-REGS         PIC 9(06).
       77  WS-SUB-SOMA         PIC S9(10)V99.
       77  WS-MES-REGS         PIC 9(06)    VALUE ZERO.
           05  MES-DIA-SOMA    PIC -(10)9.99.
           05  FILLER          PIC X(45)    VALUE SPACES.
       01  MES-FIL-CAB.
           05  FILLER          PIC X(41)    VALUE
               "FILIAL     REGISTROS      SOMA       NOME".
           05  FILLER          PIC X(39)    VALUE SPACES.
       01  MES-FIL-LIN.
           05  MES-FIL-CODIGO  PIC X(04).
           05  FILLER          PIC X(09)    VALUE SPACES.
           05  MES-FIL-REGS    PIC ZZZZZ9.
           05  FILLER          PIC X(02)    VALUE SPACES.
           05  MES-FIL-SOMA    PIC -(10)9.99.
           05  FILLER          PIC X(02)    VALUE SPACES.
           05  MES-FIL-NOME    PIC X(30).
           05  FILLER          PIC X(13)    VALUE SPACES.
       01  MES-RGN-CAB.
           05  FILLER          PIC X(30)    VALUE
               "REGIAO     REGISTROS      SOMA".
           05  FILLER          PIC X(50)    VALUE SPACES.
       01  MES-RGN-LIN.
           05  MES-RGN-CODIGO  PIC X(04).
           05  FILLER          PIC X(09)    VALUE SPACES.
           05  MES-RGN-REGS    PIC ZZZZZ9.
           05  FILLER          PIC X(02)    VALUE SPACES.
           05  MES-RGN-SOMA    PIC -(10)9.99.
           05  FILLER          PIC X(45)    VALUE SPACES.
       01  MES-TOTAL.
           05  FILLER          PIC X(24)    VALUE
                         WS-COMP-TXT "."
                     MOVE 4 TO RETURN-CODE
                 ELSE
                     PERFORM OPEN-BRANCH-MASTER
                     OPEN OUTPUT MEDIAMES-FILE
                     PERFORM WRITE-MONTH-SUMMARY
                     CLOSE MEDIAMES-FILE
                     IF WS-FIL-CAD-ATIVO = "S"
                         CLOSE MEDIAFIL-FILE
                     END-IF
                     DISPLAY "Consolidação gravada em MEDIAMES: "
                         WS-DIA-QTD " dia(s), " WS-FIL-QTD
                         " filial(is), " WS-RGN-QTD " região(ões)."
                 END-IF
             END-IF.

      *> Sem o cadastro o resumo sai do mesmo jeito, só sem o nome
      *> das filiais.
       OPEN-BRANCH-MASTER.
             OPEN INPUT MEDIAFIL-FILE.
             IF WS-FS-FIL = "00"
                 MOVE "S" TO WS-FIL-CAD-ATIVO
             ELSE
                 DISPLAY "Aviso: MEDIAFIL indisponível, status "
                     WS-FS-FIL "; resumo sem o nome das filiais."
                 IF RETURN-CODE = 0
                     MOVE 4 TO RETURN-CODE
                 END-IF
             END-IF.

                         PERFORM ACCUMULATE-GRAND-TOTAL
                     WHEN "S"
                         PERFORM ACCUMULATE-BRANCH-TOTAL
                     WHEN "R"
                         PERFORM ACCUMULATE-REGION-TOTAL
                     WHEN OTHER
                         CONTINUE
                 END-EVALUATE
                 MOVE WS-FIL-IDX TO WS-FIL-USO
             END-IF.

       ACCUMULATE-REGION-TOTAL.
             MOVE MO-SUB-REGS TO WS-SUB-REGS.
             MOVE MO-SUB-SOMA TO WS-SUB-SOMA.

             MOVE "N" TO WS-RGN-ACHOU.
             PERFORM FIND-REGION-ENTRY
                 VARYING WS-RGN-IDX FROM 1 BY 1
                 UNTIL WS-RGN-IDX > WS-RGN-QTD
                    OR WS-RGN-ACHOU = "S".
             IF WS-RGN-ACHOU NOT = "S"
                 IF WS-RGN-QTD < WS-MAX-REGIOES
                     ADD 1 TO WS-RGN-QTD
                     MOVE WS-RGN-QTD TO WS-RGN-USO
                     MOVE MO-SUB-FILIAL TO WS-RGN-CODIGO (WS-RGN-USO)
                     MOVE ZERO TO WS-RGN-REGS (WS-RGN-USO)
                     MOVE ZERO TO WS-RGN-SOMA (WS-RGN-USO)
                     MOVE "S" TO WS-RGN-ACHOU
                 ELSE
                     IF WS-RGN-CHEIA-AVISO NOT = "S"
                         DISPLAY "Tabela de regiões cheia; "
                             "consolidação incompleta a partir da "
                             "região " MO-SUB-FILIAL "."
                         MOVE "S" TO WS-RGN-CHEIA-AVISO
                         IF RETURN-CODE = 0
                             MOVE 4 TO RETURN-CODE
                         END-IF
                     END-IF
                 END-IF
             END-IF.
             IF WS-RGN-ACHOU = "S"
                 ADD WS-SUB-REGS TO WS-RGN-REGS (WS-RGN-USO)
                 ADD WS-SUB-SOMA TO WS-RGN-SOMA (WS-RGN-USO)
             END-IF.

       FIND-REGION-ENTRY.
             IF WS-RGN-CODIGO (WS-RGN-IDX) = MO-SUB-FILIAL
                 MOVE "S" TO WS-RGN-ACHOU
                 MOVE WS-RGN-IDX TO WS-RGN-USO
             END-IF.

       WRITE-MONTH-SUMMARY.
             MOVE WS-COMP TO MES-TIT-COMP.
             MOVE MES-TITULO TO MES-RECORD.
             MOVE SPACES TO MES-RECORD.
             WRITE MES-RECORD.

             IF WS-RGN-QTD > 0
                 MOVE MES-RGN-CAB TO MES-RECORD
                 WRITE MES-RECORD
                 PERFORM WRITE-REGION-LINE
                     VARYING WS-RGN-IDX FROM 1 BY 1
                     UNTIL WS-RGN-IDX > WS-RGN-QTD
                 MOVE SPACES TO MES-RECORD
                 WRITE MES-RECORD
             END-IF.

             MOVE WS-MES-REGS TO MES-TOT-REGS.
             MOVE WS-MES-SOMA TO MES-TOT-SOMA.
             MOVE MES-TOTAL TO MES-RECORD.
             MOVE WS-FIL-CODIGO (WS-FIL-IDX) TO MES-FIL-CODIGO.
             MOVE WS-FIL-REGS (WS-FIL-IDX)   TO MES-FIL-REGS.
             MOVE WS-FIL-SOMA (WS-FIL-IDX)   TO MES-FIL-SOMA.
             MOVE SPACES TO MES-FIL-NOME.
             IF WS-FIL-CAD-ATIVO = "S"
                 MOVE WS-FIL-CODIGO (WS-FIL-IDX) TO FIL-CODIGO
                 READ MEDIAFIL-FILE
                     INVALID KEY
                         MOVE "NAO CADASTRADA" TO MES-FIL-NOME
                 END-READ
                 IF WS-FS-FIL = "00"
                     MOVE FIL-NOME TO MES-FIL-NOME
                 END-IF
             END-IF.
             MOVE MES-FIL-LIN TO MES-RECORD.
             WRITE MES-RECORD.

       WRITE-REGION-LINE.
             MOVE WS-RGN-CODIGO (WS-RGN-IDX) TO MES-RGN-CODIGO.
             MOVE WS-RGN-REGS (WS-RGN-IDX)   TO MES-RGN-REGS.
             MOVE WS-RGN-SOMA (WS-RGN-IDX)   TO MES-RGN-SOMA.
             MOVE MES-RGN-LIN TO MES-RECORD.
             WRITE MES-RECORD.

         END PROGRAM MedConsl.
