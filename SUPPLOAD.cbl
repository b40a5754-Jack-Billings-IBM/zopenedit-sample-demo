000370*     through normal file control while the region is up. The   *
000380*     balancing report is the same in both modes.               *
000390*                                                               *
000391*     A FULL run that discontinues a supplier also puts every   *
000392*     active item still naming it as preferred supplier on the  *
000393*     ORPHWORK orphaned item worklist (see ORPHREC), as KSUP D  *
000394*     does online; a DELTA run leaves that to KAFKAPLY, which   *
000395*     does it as it applies the discontinue.                    *
000396*                                                               *
000400* NOTES :                                                       *
000410*  DEPENDENCIES = None                                          *
000420*  RESTRICTIONS = The extract must be sorted by supplier       *
000440*                 closed to online update before this program   *
000450*                 is run; in DELTA mode the CICS SUPD queue     *
000460*                 must be closed while SUPPDLTA is written.     *
000463*                 A FULL run also updates ORPHWORK, which must  *
000466*                 be closed to online update too.               *
000470*  REGISTER CONVENTIONS = Normal                                *
000480*  MODULE TYPE = Executable                                     *
000490*  PROCESSOR = COBOL                                            *
000620*                        discontinues go to the SUPPDLTA delta  *
000630*                        dataset for the KAFKAPLY transaction   *
000640*                        to apply online.                       *
000642*  2026-10-05  APPMAINT  FULL mode puts the active items of     *
000644*                        every supplier it discontinues on the  *
000646*                        ORPHWORK orphaned item worklist.       *
000650*                                                               *
000660*****************************************************************
000670 ENVIRONMENT DIVISION.
000920            ACCESS MODE IS SEQUENTIAL
000930            FILE STATUS IS FS-REPORT-FILE.
000940
000941     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMSTR
000942            ORGANIZATION IS INDEXED
000943            ACCESS MODE IS SEQUENTIAL
000944            RECORD KEY IS IM-STOCK-ITEM-REFERENCE
000945            FILE STATUS IS FS-ITEM-MASTER.
000946
000947     SELECT ORPHAN-WORKLIST-FILE ASSIGN TO ORPHWORK
000948            ORGANIZATION IS INDEXED
000949            ACCESS MODE IS RANDOM
000950            RECORD KEY IS ORW-WORKLIST-KEY
000951            FILE STATUS IS FS-ORPHAN-WORKLIST.
000952
000953 DATA DIVISION.
000960 FILE SECTION.
000970*****************************************************************
000980 FD  EXTRACT-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 01  REPORT-LINE                PIC X(133).
001190*****************************************************************
001191 FD  ITEM-MASTER-FILE
001192     LABEL RECORDS ARE STANDARD.
001193 01  ITEM-MASTER-RECORD.
001194     COPY ITEMMSTR.
001195*****************************************************************
001196 FD  ORPHAN-WORKLIST-FILE
001197     LABEL RECORDS ARE STANDARD.
001198 01  ORPHAN-WORKLIST-RECORD.
001199     COPY ORPHREC.
001200*****************************************************************
001201 WORKING-STORAGE SECTION.
001210*****************************************************************
001220 77  WS-FILLER-77                PIC X(01) VALUE SPACES.
001230
001320        88 FS-DELTA-OK                VALUE '00'.
001330     05 FS-REPORT-FILE           PIC X(02) VALUE '00'.
001340        88 FS-REPORT-OK               VALUE '00'.
001341     05 FS-ITEM-MASTER           PIC X(02) VALUE '00'.
001342        88 FS-ITEM-OK                 VALUE '00'.
001343        88 FS-ITEM-AT-END             VALUE '10'.
001344     05 FS-ORPHAN-WORKLIST       PIC X(02) VALUE '00'.
001345        88 FS-ORPHAN-OK               VALUE '00'.
001346        88 FS-ORPHAN-DUPLICATE        VALUE '22'.
001350
001360 01  PROGRAM-SWITCHES.
001370     05 SW-END-OF-EXTRACT        PIC X(01) VALUE 'N'.
001380        88 END-OF-EXTRACT             VALUE 'Y'.
001390     05 SW-END-OF-MASTER         PIC X(01) VALUE 'N'.
001400        88 END-OF-MASTER              VALUE 'Y'.
001402     05 SW-END-OF-ITEMS          PIC X(01) VALUE 'N'.
001404        88 END-OF-ITEMS               VALUE 'Y'.
001406     05 SW-NEWLY-DISCONTINUED    PIC X(01) VALUE 'N'.
001408        88 NEWLY-DISCONTINUED         VALUE 'Y'.
001410
001420*    Run mode from the JCL PARM - FULL updates the master in
001430*    place (file closed to CICS), DELTA writes the SUPPDLTA
001660     05 CNT-SUPPS-CHANGED        PIC 9(07) COMP-3 VALUE 0.
001670     05 CNT-SUPPS-DELETED        PIC 9(07) COMP-3 VALUE 0.
001680     05 CNT-SUPPS-UNCHANGED      PIC 9(07) COMP-3 VALUE 0.
001681     05 CNT-ITEMS-SCANNED        PIC 9(07) COMP-3 VALUE 0.
001682     05 CNT-ITEMS-ORPHANED       PIC 9(07) COMP-3 VALUE 0.
001683     05 CNT-ORPHANS-NOT-LISTED   PIC 9(07) COMP-3 VALUE 0.
001684
001685*    Suppliers this FULL run discontinued - their active items
001686*    go on the orphaned item worklist once the match is done. A
001687*    supplier past the end of the table is counted and left for
001688*    a KSUP D to cascade.
001689 01  DISCONTINUED-SUPPLIER-WORK.
001690     05 DISC-ENTRIES-USED        PIC S9(04) COMP VALUE 0.
001691     05 DISC-SCAN-SUB            PIC S9(04) COMP.
001692     05 DISC-HIT-SUB             PIC S9(04) COMP.
001693 01  DISCONTINUED-SUPPLIER-TABLE.
001694     05 DISC-SUPPLIER-REFERENCE  PIC 9(06) OCCURS 500 TIMES.
001695
001696*    Orphaned time in the online layout - yyyy-mm-dd hh:mm:ss.nnn
001697 01  ORPHAN-STAMP-WORK.
001698     05 OSW-CURRENT-DATE         PIC X(21).
001699     05 OSW-CURRENT-DATE-R REDEFINES OSW-CURRENT-DATE.
001700        10 OSW-YYYY              PIC X(04).
001701        10 OSW-MO                PIC X(02).
001702        10 OSW-DD                PIC X(02).
001703        10 OSW-HH                PIC X(02).
001704        10 OSW-MI                PIC X(02).
001705        10 OSW-SS                PIC X(02).
001706        10 OSW-HS                PIC X(02).
001707        10 FILLER                PIC X(05).
001708 01  ORPHANED-DATE-TIME.
001709     05 ODT-YYYY                 PIC X(04).
001710     05 FILLER                   PIC X(01) VALUE '-'.
001711     05 ODT-MO                   PIC X(02).
001712     05 FILLER                   PIC X(01) VALUE '-'.
001713     05 ODT-DD                   PIC X(02).
001714     05 FILLER                   PIC X(01) VALUE SPACE.
001715     05 ODT-HH                   PIC X(02).
001716     05 FILLER                   PIC X(01) VALUE ':'.
001717     05 ODT-MI                   PIC X(02).
001718     05 FILLER                   PIC X(01) VALUE ':'.
001719     05 ODT-SS                   PIC X(02).
001720     05 FILLER                   PIC X(01) VALUE '.'.
001721     05 ODT-HS                   PIC X(02).
001722     05 FILLER                   PIC X(07) VALUE '0'.
001723
001724 01  LINE-COUNT-WORK.
001725     05 LINES-ON-PAGE            PIC 9(03) COMP-3 VALUE 0.
001726     05 PAGE-NUMBER              PIC 9(05) COMP-3 VALUE 0.
001730     05 LINES-PER-PAGE           PIC 9(03) VALUE 60.
001740
001750 01  CURRENT-DATE-WORK.
002140     05 FILLER                   PIC X(04) VALUE SPACES.
002150     05 ADL-SUPPLIER-NAME        PIC X(40).
002160
002161 01  ORPHAN-HEADING-LINE.
002162     05 FILLER                   PIC X(01) VALUE SPACES.
002163     05 FILLER                   PIC X(70) VALUE
002164        'ORPHANED ITEM SUPPLIER  DESCRIPTION'.
002165
002166 01  ORPHAN-DETAIL-LINE.
002167     05 FILLER                   PIC X(01) VALUE SPACES.
002168     05 FILLER                   PIC X(08) VALUE 'ORPHANED'.
002169     05 FILLER                   PIC X(06) VALUE SPACES.
002170     05 ODL-ITEM-REFERENCE       PIC 9(04).
002171     05 FILLER                   PIC X(01) VALUE SPACES.
002172     05 ODL-SUPPLIER-REFERENCE   PIC 9(06).
002173     05 FILLER                   PIC X(04) VALUE SPACES.
002174     05 ODL-DESCRIPTION          PIC X(40).
002175
002176 01  DETAIL-LINE-COUNT.
002180     05 FILLER                   PIC X(01) VALUE SPACES.
002190     05 DLC-LABEL                PIC X(30).
002200     05 FILLER                   PIC X(02) VALUE SPACES.
002440     PERFORM 2000-MATCH-EXTRACT-TO-MASTER
002450         THRU 2000-MATCH-EXTRACT-TO-MASTER-EXIT
002460         UNTIL END-OF-EXTRACT AND END-OF-MASTER.
002461
002462*    Suppliers discontinued by the match above leave their
002463*    items orphaned - in DELTA mode KAFKAPLY does this online.
002464     IF FULL-MODE AND DISC-ENTRIES-USED > 0
002465         PERFORM 4000-ORPHAN-SUPPLIER-ITEMS
002466             THRU 4000-ORPHAN-SUPPLIER-ITEMS-EXIT
002467     END-IF.
002470
002480     PERFORM 8000-TERMINATE
002490         THRU 8000-TERMINATE-EXIT.
005160         GO TO 3200-CHANGE-SUPPLIER-EXIT
005170     END-IF.
005180
005181*    A change that turns an active supplier to D discontinues
005182*    it as surely as dropping out of the extract does.
005183     IF SUP-STATUS = 'D' AND NOT SM-STATUS-DISCONTINUED
005184         MOVE 'Y'                  TO SW-NEWLY-DISCONTINUED
005185     ELSE
005186         MOVE 'N'                  TO SW-NEWLY-DISCONTINUED
005187     END-IF.
005188
005190     MOVE SUP-SUPPLIER-NAME        TO SM-SUPPLIER-NAME.
005200     MOVE SUP-STATUS               TO SM-STATUS.
005210
005310     MOVE 'CHANGED'                TO ADL-ACTION.
005320     PERFORM 2600-WRITE-ACTION-DETAIL
005330         THRU 2600-WRITE-ACTION-DETAIL-EXIT.
005331
005332     IF NEWLY-DISCONTINUED
005333         PERFORM 3400-NOTE-DISCONTINUED-SUPPLIER
005334             THRU 3400-NOTE-DISCONTINUED-SUPPLIER-EXIT
005335     END-IF.
005340
005350 3200-CHANGE-SUPPLIER-EXIT.
005360     EXIT.
005850     MOVE ACTION-DETAIL-LINE       TO REPORT-LINE.
005860     PERFORM 7500-WRITE-REPORT-LINE
005870         THRU 7500-WRITE-REPORT-LINE-EXIT.
005873     PERFORM 3400-NOTE-DISCONTINUED-SUPPLIER
005876         THRU 3400-NOTE-DISCONTINUED-SUPPLIER-EXIT.
005880
005890 3300-DISCONTINUE-SUPPLIER-EXIT.
005891     EXIT.
005892*****************************************************************
005893 3400-NOTE-DISCONTINUED-SUPPLIER.
005894*****************************************************************
005895*    SM-SUPPLIER-REFERENCE has just been discontinued on the
005896*    master - remember it for the orphan pass after the match.
005897     IF DISC-ENTRIES-USED < 500
005898         ADD 1 TO DISC-ENTRIES-USED
005899         MOVE SM-SUPPLIER-REFERENCE
005900             TO DISC-SUPPLIER-REFERENCE (DISC-ENTRIES-USED)
005901         GO TO 3400-NOTE-DISCONTINUED-SUPPLIER-EXIT
005902     END-IF.
005903
005904     DISPLAY 'SUPPLOAD - DISCONTINUED SUPPLIER TABLE FULL, '
005905             'ITEMS NOT ORPHANED FOR SUPPLIER = '
005906             SM-SUPPLIER-REFERENCE.
005907     ADD 1 TO CNT-ORPHANS-NOT-LISTED.
005908
005909 3400-NOTE-DISCONTINUED-SUPPLIER-EXIT.
005910     EXIT.
005911*****************************************************************
005912 4000-ORPHAN-SUPPLIER-ITEMS.
005913*****************************************************************
005914*    One pass of the item master - it is keyed by item, not by
005915*    supplier. Every active item whose preferred supplier was
005916*    discontinued tonight goes on the ORPHWORK worklist.
005917     OPEN INPUT  ITEM-MASTER-FILE.
005918     IF NOT FS-ITEM-OK
005919         DISPLAY 'SUPPLOAD - UNABLE TO OPEN ITEMMSTR, STATUS = '
005920                 FS-ITEM-MASTER
005921         MOVE 8 TO RETURN-CODE
005922         GO TO 4000-ORPHAN-SUPPLIER-ITEMS-EXIT
005923     END-IF.
005924
005925     OPEN I-O    ORPHAN-WORKLIST-FILE.
005926     IF NOT FS-ORPHAN-OK
005927         DISPLAY 'SUPPLOAD - UNABLE TO OPEN ORPHWORK, STATUS = '
005928                 FS-ORPHAN-WORKLIST
005929         MOVE 8 TO RETURN-CODE
005930         CLOSE ITEM-MASTER-FILE
005931         GO TO 4000-ORPHAN-SUPPLIER-ITEMS-EXIT
005932     END-IF.
005933
005934     MOVE FUNCTION CURRENT-DATE    TO OSW-CURRENT-DATE.
005935     MOVE OSW-YYYY                 TO ODT-YYYY.
005936     MOVE OSW-MO                   TO ODT-MO.
005937     MOVE OSW-DD                   TO ODT-DD.
005938     MOVE OSW-HH                   TO ODT-HH.
005939     MOVE OSW-MI                   TO ODT-MI.
005940     MOVE OSW-SS                   TO ODT-SS.
005941     MOVE OSW-HS                   TO ODT-HS.
005942
005943     MOVE BLANK-LINE               TO REPORT-LINE.
005944     PERFORM 7500-WRITE-REPORT-LINE
005945         THRU 7500-WRITE-REPORT-LINE-EXIT.
005946     MOVE ORPHAN-HEADING-LINE      TO REPORT-LINE.
005947     PERFORM 7500-WRITE-REPORT-LINE
005948         THRU 7500-WRITE-REPORT-LINE-EXIT.
005949
005950     PERFORM 4100-CHECK-ONE-ITEM
005951         THRU 4100-CHECK-ONE-ITEM-EXIT
005952         UNTIL END-OF-ITEMS.
005953
005954     CLOSE ITEM-MASTER-FILE.
005955     CLOSE ORPHAN-WORKLIST-FILE.
005956
005957 4000-ORPHAN-SUPPLIER-ITEMS-EXIT.
005958     EXIT.
005959*****************************************************************
005960 4100-CHECK-ONE-ITEM.
005961*****************************************************************
005962     READ ITEM-MASTER-FILE NEXT RECORD
005963         AT END
005964             SET END-OF-ITEMS TO TRUE
005965             GO TO 4100-CHECK-ONE-ITEM-EXIT
005966     END-READ.
005967
005968     IF NOT FS-ITEM-OK
005969         DISPLAY 'SUPPLOAD - ITEMMSTR READ ERROR, STATUS = '
005970                 FS-ITEM-MASTER
005971         SET END-OF-ITEMS TO TRUE
005972         GO TO 4100-CHECK-ONE-ITEM-EXIT
005973     END-IF.
005974
005975     ADD 1 TO CNT-ITEMS-SCANNED.
005976     IF NOT IM-STATUS-ACTIVE
005977         GO TO 4100-CHECK-ONE-ITEM-EXIT
005978     END-IF.
005979
005980     MOVE 0 TO DISC-HIT-SUB.
005981     PERFORM 4150-MATCH-DISCONTINUED
005982         THRU 4150-MATCH-DISCONTINUED-EXIT
005983         VARYING DISC-SCAN-SUB FROM 1 BY 1
005984         UNTIL DISC-SCAN-SUB > DISC-ENTRIES-USED
005985            OR DISC-HIT-SUB > 0.
005986
005987     IF DISC-HIT-SUB > 0
005988         PERFORM 4200-WRITE-ORPHAN-ENTRY
005989             THRU 4200-WRITE-ORPHAN-ENTRY-EXIT
005990     END-IF.
005991
005992 4100-CHECK-ONE-ITEM-EXIT.
005993     EXIT.
005994*****************************************************************
005995 4150-MATCH-DISCONTINUED.
005996*****************************************************************
005997     IF DISC-SUPPLIER-REFERENCE (DISC-SCAN-SUB)
005998            = IM-SUPPLIER-REFERENCE
005999         MOVE DISC-SCAN-SUB TO DISC-HIT-SUB
006000     END-IF.
006001
006002 4150-MATCH-DISCONTINUED-EXIT.
006003     EXIT.
006004*****************************************************************
006005 4200-WRITE-ORPHAN-ENTRY.
006006*****************************************************************
006007*    An item already OPEN on the worklist keeps its original
006008*    orphaned time. One a buyer had moved away and that has been
006009*    pointed back at the dead supplier since is opened again.
006010     MOVE IM-SUPPLIER-REFERENCE    TO ORW-OLD-SUPPLIER-REFERENCE.
006011     MOVE IM-STOCK-ITEM-REFERENCE  TO ORW-STOCK-ITEM-REFERENCE.
006012     READ ORPHAN-WORKLIST-FILE
006013         INVALID KEY
006014             GO TO 4250-WRITE-NEW-ENTRY
006015     END-READ.
006016
006017     IF ORW-STATUS-OPEN
006018         GO TO 4200-WRITE-ORPHAN-ENTRY-EXIT
006019     END-IF.
006020
006021     PERFORM 4300-BUILD-OPEN-ENTRY
006022         THRU 4300-BUILD-OPEN-ENTRY-EXIT.
006023     REWRITE ORPHAN-WORKLIST-RECORD.
006024     IF NOT FS-ORPHAN-OK
006025         DISPLAY 'SUPPLOAD - ORPHWORK REWRITE ERROR, STATUS = '
006026                 FS-ORPHAN-WORKLIST ' ITEM = '
006027                 IM-STOCK-ITEM-REFERENCE
006028         GO TO 4200-WRITE-ORPHAN-ENTRY-EXIT
006029     END-IF.
006030     GO TO 4280-REPORT-ORPHAN.
006031
006032 4250-WRITE-NEW-ENTRY.
006033     PERFORM 4300-BUILD-OPEN-ENTRY
006034         THRU 4300-BUILD-OPEN-ENTRY-EXIT.
006035     WRITE ORPHAN-WORKLIST-RECORD.
006036     IF NOT FS-ORPHAN-OK
006037         DISPLAY 'SUPPLOAD - ORPHWORK WRITE ERROR, STATUS = '
006038                 FS-ORPHAN-WORKLIST ' ITEM = '
006039                 IM-STOCK-ITEM-REFERENCE
006040         GO TO 4200-WRITE-ORPHAN-ENTRY-EXIT
006041     END-IF.
006042
006043 4280-REPORT-ORPHAN.
006044     ADD 1 TO CNT-ITEMS-ORPHANED.
006045     MOVE IM-STOCK-ITEM-REFERENCE  TO ODL-ITEM-REFERENCE.
006046     MOVE IM-SUPPLIER-REFERENCE    TO ODL-SUPPLIER-REFERENCE.
006047     MOVE IM-DESCRIPTION           TO ODL-DESCRIPTION.
006048     MOVE ORPHAN-DETAIL-LINE       TO REPORT-LINE.
006049     PERFORM 7500-WRITE-REPORT-LINE
006050         THRU 7500-WRITE-REPORT-LINE-EXIT.
006051
006052 4200-WRITE-ORPHAN-ENTRY-EXIT.
006053     EXIT.
006054*****************************************************************
006055 4300-BUILD-OPEN-ENTRY.
006056*****************************************************************
006057     MOVE IM-SUPPLIER-REFERENCE    TO ORW-OLD-SUPPLIER-REFERENCE.
006058     MOVE IM-STOCK-ITEM-REFERENCE  TO ORW-STOCK-ITEM-REFERENCE.
006059     SET ORW-STATUS-OPEN           TO TRUE.
006060     MOVE ORPHANED-DATE-TIME       TO ORW-ORPHANED-DATE-TIME.
006061     MOVE 'SUPPLOAD'               TO ORW-ORPHANED-BY.
006062     MOVE 0                        TO ORW-NEW-SUPPLIER-REFERENCE.
006063     MOVE SPACES                   TO ORW-REASSIGNED-DATE-TIME.
006064     MOVE SPACES                   TO ORW-REASSIGNED-BY.
006065
006066 4300-BUILD-OPEN-ENTRY-EXIT.
006067     EXIT.
006068*****************************************************************
006069 2600-WRITE-ACTION-DETAIL.
006070*****************************************************************
006071*    ADL-ACTION is set by the caller; the rest of the detail
006072*    line always comes from the extract record in hand.
006073     MOVE SUP-SUPPLIER-REFERENCE   TO ADL-SUPPLIER-REFERENCE.
006074     MOVE SUP-SUPPLIER-NAME        TO ADL-SUPPLIER-NAME.
006075     MOVE ACTION-DETAIL-LINE       TO REPORT-LINE.
006076     PERFORM 7500-WRITE-REPORT-LINE
006077         THRU 7500-WRITE-REPORT-LINE-EXIT.
006078
006079 2600-WRITE-ACTION-DETAIL-EXIT.
006080     EXIT.
006081*****************************************************************
006082 7000-WRITE-PAGE-HEADINGS.
006083*****************************************************************
006084     ADD 1 TO PAGE-NUMBER.
006085     MOVE PAGE-NUMBER          TO HL1-PAGE-NUMBER.
006090     MOVE HEADING-LINE-1       TO REPORT-LINE.
006100     PERFORM 7500-WRITE-REPORT-LINE
006110         THRU 7500-WRITE-REPORT-LINE-EXIT.
006660     PERFORM 7500-WRITE-REPORT-LINE
006670         THRU 7500-WRITE-REPORT-LINE-EXIT.
006680
006681     IF FULL-MODE
006682         MOVE 'ITEMS ORPHANED'              TO DLC-LABEL
006683         MOVE CNT-ITEMS-ORPHANED            TO DLC-COUNT
006684         MOVE DETAIL-LINE-COUNT             TO REPORT-LINE
006685         PERFORM 7500-WRITE-REPORT-LINE
006686             THRU 7500-WRITE-REPORT-LINE-EXIT
006687         MOVE 'SUPPLIERS NOT CASCADED'      TO DLC-LABEL
006688         MOVE CNT-ORPHANS-NOT-LISTED        TO DLC-COUNT
006689         MOVE DETAIL-LINE-COUNT             TO REPORT-LINE
006690         PERFORM 7500-WRITE-REPORT-LINE
006691             THRU 7500-WRITE-REPORT-LINE-EXIT
006692     END-IF.
006693
006694     CLOSE EXTRACT-FILE.
006700     CLOSE SUPPLIER-MASTER-FILE.
006710     IF DELTA-MODE
006720         CLOSE DELTA-FILE
