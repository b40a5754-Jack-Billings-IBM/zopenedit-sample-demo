000140*     from the PRICHIST price history file (see the PRCHREC    *
000150*     copybook). Every price change applied to IM-UNIT-PRICE - *
000160*     a straight-through KAFKAP publish, a KAFKPAPR release    *
000168*     from the approval hold, a dead-letter replay, an         *
000176*     inbound item correction or a planned change released by  *
000184*     the KAFKPSWP schedule sweep - is recorded there, keyed   *
000192*     by item reference plus effective date-time, so the keyed *
000200*     start below reads the trajectory out in date order.      *
000210*                                                               *
000220*     The run parameter (JCL PARM=) is the item reference, 1   *
000230*     to 4 digits. The report lists every change with its      *
000240*     effective date-time, the catalog price it replaced, the  *
000246*     price it set, the source path, whether it was PLANNED    *
000252*     on the price schedule or raised AD HOC, and the network  *
000258*     UOW ID, and closes with the planned and ad hoc counts    *
000264*     and the first and latest price on record.                *
000270*                                                               *
000280*     The KAFKPRH transaction answers the same question        *
000290*     online.                                                   *
000420* CHANGE ACTIVITY :                                             *
000430*                                                               *
000440*  2026-09-02  APPMAINT  New program.                           *
000443*  2026-09-30  APPMAINT  Mark each change PLANNED or AD HOC and *
000446*                        total both in the trailer.             *
000450*                                                               *
000460*****************************************************************
000470 ENVIRONMENT DIVISION.
001060
001070 01  ACCUMULATORS.
001080     05 CNT-CHANGES-LISTED       PIC 9(07) COMP-3 VALUE 0.
001083     05 CNT-PLANNED-CHANGES      PIC 9(07) COMP-3 VALUE 0.
001086     05 CNT-ADHOC-CHANGES        PIC 9(07) COMP-3 VALUE 0.
001090
001100 01  LINE-COUNT-WORK.
001110     05 LINES-ON-PAGE            PIC 9(03) COMP-3 VALUE 0.
001510     05 FILLER                   PIC X(01) VALUE SPACES.
001520     05 FILLER                   PIC X(31) VALUE
001530        'EFFECTIVE DATE-TIME'.
001540     05 FILLER                   PIC X(51) VALUE
001550        ' OLD PRICE   NEW PRICE  SOURCE    TYPE     UOWID'.
001560
001570 01  HISTORY-DETAIL-LINE.
001580     05 FILLER                   PIC X(01) VALUE SPACES.
001630     05 HDL-NEW-PRICE            PIC ZZZ,ZZ9.99.
001640     05 FILLER                   PIC X(02) VALUE SPACES.
001650     05 HDL-SOURCE               PIC X(08).
001653     05 FILLER                   PIC X(02) VALUE SPACES.
001656     05 HDL-CHANGE-TYPE          PIC X(07).
001660     05 FILLER                   PIC X(02) VALUE SPACES.
001670     05 HDL-UOWID                PIC X(54).
001680
003040     MOVE PRH-NEW-PRICE           TO HDL-NEW-PRICE.
003050     MOVE PRH-SOURCE              TO HDL-SOURCE.
003060     MOVE PRH-NETWORK-UOWID       TO HDL-UOWID.
003061*    A change released from the price schedule was planned;
003062*    every other source was raised on the day.
003063     IF PRH-SOURCE-SCHEDULED
003064         MOVE 'PLANNED'           TO HDL-CHANGE-TYPE
003065         ADD 1 TO CNT-PLANNED-CHANGES
003066     ELSE
003067         MOVE 'AD HOC'            TO HDL-CHANGE-TYPE
003068         ADD 1 TO CNT-ADHOC-CHANGES
003069     END-IF.
003070     MOVE HISTORY-DETAIL-LINE     TO REPORT-LINE.
003080     PERFORM 7500-WRITE-REPORT-LINE
003090         THRU 7500-WRITE-REPORT-LINE-EXIT.
003770     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
003780     PERFORM 7500-WRITE-REPORT-LINE
003790         THRU 7500-WRITE-REPORT-LINE-EXIT.
003791     MOVE '  PLANNED (PRICE SCHEDULE)'   TO DLC-LABEL.
003792     MOVE CNT-PLANNED-CHANGES            TO DLC-COUNT.
003793     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
003794     PERFORM 7500-WRITE-REPORT-LINE
003795         THRU 7500-WRITE-REPORT-LINE-EXIT.
003796     MOVE '  AD HOC'                     TO DLC-LABEL.
003797     MOVE CNT-ADHOC-CHANGES              TO DLC-COUNT.
003798     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
003799     PERFORM 7500-WRITE-REPORT-LINE
003800         THRU 7500-WRITE-REPORT-LINE-EXIT.
003801
003810     IF FIRST-CHANGE-SEEN
003820         MOVE 'FIRST PRICE ON RECORD'    TO DLP-LABEL
003830         MOVE FIRST-OLD-PRICE            TO DLP-PRICE
