004500*                     are skipped with their own count instead   *
004600*                     of printing as unknown operations on the   *
004700*                     auditors' control report.                  *
004710*    15/10/26   MLH   ADDRPOST records (address-file postcode    *
004720*                     recodes - Clientes.dat untouched) are      *
004730*                     skipped with their own count, the same     *
004740*                     way as REFUSED records.                    *
004750*    15/10/26   MLH   Customer group records (GRPADD, GRPUPD,    *
004760*                     GRPDEL, GRPLINK, GRPUNLNK) are skipped     *
004770*                     with the ADDRPOST records, the count now   *
004780*                     shown as other-file records.               *
004785*    15/10/26   MLH   EMAILBAD records (an email address marked  *
004790*                     unusable on ClienteEmail.dat) are skipped  *
004795*                     with the other-file records.               *
004800*    15/10/26   MLH   Four-eyes approval records (APPRREQ,       *
004810*                     APPROVED, DECLINED, EXPIRED - the approved *
004820*                     change itself follows as an UPDATE or      *
004830*                     DELETE) are skipped with the other-file    *
004840*                     records.                                   *
004850******************************************************************
004900 identification division.
005000 program-id. CustomerAuditReplay.
005100 author. M. Llanes, Data Management Group.
010600 01  WS-Records-Mismatched       pic 9(05) value zero.
010700 01  WS-Unknown-Operations       pic 9(05) value zero.
010800 01  WS-Refused-Skipped          pic 9(05) value zero.
010850 01  WS-Other-File-Skipped       pic 9(05) value zero.
010900 01  WS-Edited-Credit-Limit      pic z,zzz,zz9.99.
011000
011100 01  WS-Heading-Line-1.
018800     05  TL6-Count               pic zzzz9.
018900     05  filler                  pic x(91) value spaces.
019000
019010 01  WS-Total-Line-7.
019020     05  filler                  pic x(10) value spaces.
019030     05  filler                  pic x(28)
019040             value "OTHER-FILE RECORDS (NO-OPS):".
019050     05  TL7-Count               pic zzzz9.
019060     05  filler                  pic x(91) value spaces.
019070
019100 01  WS-Blank-Line               pic x(134) value spaces.
019200
019300 procedure division.
032400*    an authorization refusal changed nothing when it was
032500*    written, so there is nothing to reapply.
032600             add 1 to WS-Refused-Skipped
032610         when "ADDRPOST"
032611         when "GRPADD  "
032612         when "GRPUPD  "
032613         when "GRPDEL  "
032614         when "GRPLINK "
032615         when "GRPUNLNK"
032616         when "EMAILBAD"
032618         when "APPRREQ "
032620         when "APPROVED"
032622         when "DECLINED"
032624         when "EXPIRED "
032626*    an address-, group-, email-status- or approvals-file change
032630*    - none is part of this recovery and Clientes.dat was not
032635*    touched.
032640             add 1 to WS-Other-File-Skipped
032700         when other
032800             add 1 to WS-Unknown-Operations
032900             move "UNKNOWN AUDIT OPERATION" to XL-Exception
064900******************************************************************
065000*    4000-TERMINATE - control totals; read should equal replayed  *
065100*    plus outside-window plus mismatched plus unknown plus       *
065200*    refused and other-file no-ops on every clean run.           *
065300******************************************************************
065400 4000-terminate.
065500     move WS-Records-Read to TL1-Count
065800     move WS-Records-Mismatched to TL4-Count
065900     move WS-Unknown-Operations to TL5-Count
066000     move WS-Refused-Skipped to TL6-Count
066050     move WS-Other-File-Skipped to TL7-Count
066100     write Recovery-Report-Record from WS-Blank-Line
066200     write Recovery-Report-Record from WS-Total-Line-1
066300     write Recovery-Report-Record from WS-Total-Line-2
066500     write Recovery-Report-Record from WS-Total-Line-4
066600     write Recovery-Report-Record from WS-Total-Line-5
066700     write Recovery-Report-Record from WS-Total-Line-6
066750     write Recovery-Report-Record from WS-Total-Line-7
066800     close Recovery-Report-File.
066900
067000 4000-terminate-exit.
