      *                          TABELA CEPFAIXA - A RECICLAGEM USA
      *                          A FAIXA VIGENTE NA DATA DE
      *                          MOVIMENTO, COMO O CGPRG004
      *  V05    OUT/2026 010005  HISTORICO DOS LOTES RECUPERADOS
      *                          (CG020HIS), LIDO PELO DOSSIE DO
      *                          LOTE (CGPRG053)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT PARCOM-FILE        ASSIGN TO "CGPARCOM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-PAR.
           SELECT RECICLA-FILE       ASSIGN TO "CG020HIS"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *=============*
           05 PC-SEP4             PIC X(01).
           05 PC-DATA-FIM         PIC 9999/99/99.

      *==> HISTORICO DOS LOTES RECUPERADOS PELA RECICLAGEM
       FD  RECICLA-FILE.
       01  RECICLA-REG.
           COPY CGREGRCL.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           OPEN INPUT  CEPERRO-FILE
           OPEN EXTEND AUDITORIA-FILE
           OPEN EXTEND LOTES-FILE
           OPEN EXTEND RECICLA-FILE
           OPEN OUTPUT ERRONOVO-FILE
           PERFORM 025-LER-CEPERRO
           .
           MOVE AS-VAL-VENDA       TO   LT-VAL-VENDA
           WRITE LOTES-REG

           INITIALIZE RECICLA-REG
           MOVE AS-LOTE-IN         TO   RCL-LOTE
           MOVE WS-DATA-MOVTO      TO   RCL-DATA
           MOVE WS-HORA-ATUAL      TO   RCL-HORA
           MOVE AS-CEP             TO   RCL-CEP
           MOVE AS-VAL-VENDA       TO   RCL-VAL-VENDA
           WRITE RECICLA-REG

           ADD AS-VAL-VENDA  TO  AS-VENDA-RECUP

           MOVE AS-LOTE-IN     TO  WS-LOTE-OUT
           CLOSE CEPERRO-FILE
           CLOSE AUDITORIA-FILE
           CLOSE LOTES-FILE
           CLOSE RECICLA-FILE
           CLOSE ERRONOVO-FILE
           PERFORM 085-GRAVAR-CONTROLE

