003093*                     RUN so the CUSTOMERNIGHTCYCLE driver can   *
003094*                     run this as a step; standalone runs        *
003095*                     behave as before.                          *
003100*    15/10/26   MLH   CUSTCONF from billing now opens with a HDR *
003110*                     control record and closes with a TRL one.  *
003120*                     A file whose trailer count or id hash      *
003130*                     total disagrees, whose business date is    *
003140*                     wrong, or whose sequence is skipped or     *
003150*                     repeated is refused: the reason heads the  *
003160*                     report, no reconciliation is attempted,    *
003170*                     and return code 8 stops the night cycle.   *
003180******************************************************************
003200 identification division.
003300 program-id. CustomerReconcile.
003400 author. M. Llanes, Data Management Group.
006400     05  CF-Customer-Id          pic 9(08).
006500     05  CF-Name                 pic x(30).
006600     05  CF-Postcode             pic x(10).
006650     copy InterfaceControl.
006700
006710 fd  Customer-Address-File.
006720     copy CustomerAddressRecord.
008174 01  WS-Addr-Eof-Flag            pic x(01) value "N".
008175     88  Addr-End-Of-File            value "Y" false "N".
008176 01  WS-Invoice-Postcode         pic x(10) value spaces.
008178 01  WS-Interface-Id             pic x(08) value "CUSTCONF".
008180 01  WS-Check-Reason             pic x(40) value spaces.
008182 01  WS-Refused-Flag             pic x(01) value "N".
008184     88  Confirmation-File-Refused   value "Y" false "N".
008186 01  WS-Header-Flag              pic x(01) value "N".
008188     88  Header-Seen                 value "Y" false "N".
008190 01  WS-Trailer-Flag             pic x(01) value "N".
008192     88  Trailer-Seen                value "Y" false "N".
008194 01  WS-Control-Count            pic 9(08) value zero.
008196 01  WS-Control-Hash             pic 9(15) value zero.
008198 01  WS-Control-Amount           pic 9(13)v99 value zero.
008200
008300 01  WS-Confirmation-Table.
008400     05  WS-Confirmation-Entry occurs 9999 times
015400     perform 1000-initialize thru 1000-initialize-exit
015500     perform 2000-load-confirmations thru
015600         2000-load-confirmations-exit
015610     if Confirmation-File-Refused
015620         perform 5000-terminate thru 5000-terminate-exit
015630         move 8 to return-code
015640         goback
015650     end-if
015700     perform 3000-check-our-customers thru
015800         3000-check-our-customers-exit
015900     perform 4000-check-billing-confirmations thru
018100*    is exactly the position we are in.  Records beyond the      *
018200*    table limit are counted and noted rather than silently      *
018300*    dropped.                                                    *
018310*    The header and trailer control records are checked as they  *
018320*    are met.  A file that fails refuses the whole night's       *
018330*    reconciliation - a short or out-of-sequence file would      *
018340*    otherwise show up as a page of false "not confirmed"        *
018350*    lines - and a clean one is accepted on IFCSEQ here.         *
018400******************************************************************
018500 2000-load-confirmations.
018600     move zero to WS-Confirmation-Count
019500     perform 2100-load-one-confirmation thru
019600         2100-load-one-confirmation-exit
019700         until End-Of-File
019750         or WS-Check-Reason not = spaces
019800     close Confirmation-File
019805     if WS-Check-Reason = spaces
019810         and not Trailer-Seen
019815         if Header-Seen
019820             move "TRAILER RECORD MISSING" to WS-Check-Reason
019825         else
019830             move "HEADER RECORD MISSING" to WS-Check-Reason
019835         end-if
019840     end-if
019845     if WS-Check-Reason not = spaces
019850         set Confirmation-File-Refused to true
019855         move "CUSTCONF REFUSED - " to NL-Note
019860         move WS-Check-Reason to NL-Note(20:40)
019865         write Exception-Report-Record from WS-Note-Line
019870         move "NOTHING RECONCILED - CORRECT CUSTCONF AND RERUN"
019875             to NL-Note
019880         write Exception-Report-Record from WS-Note-Line
019885         go to 2000-load-confirmations-exit
019890     end-if
019895     call "AcceptInterfaceFile" using WS-Interface-Id
019900     if WS-Confirmations-Dropped not = zero
020000         move "CONFIRMATION TABLE FULL - RECORDS NOT CHECKED"
020100             to NL-Note
020900     read Confirmation-File
021000         at end
021100             set End-Of-File to true
021200             go to 2100-load-one-confirmation-exit
021300     end-read
021302     if Trailer-Seen
021304         move "RECORDS FOLLOW THE TRAILER" to WS-Check-Reason
021306         go to 2100-load-one-confirmation-exit
021308     end-if
021310     if not Header-Seen
021312         call "CheckInterfaceHeader" using
021314             Interface-Control-Record, WS-Interface-Id,
021316             WS-Check-Reason
021318         set Header-Seen to true
021320         go to 2100-load-one-confirmation-exit
021322     end-if
021324     if IC-Trailer-Record
021326         call "CheckInterfaceTrailer" using
021328             Interface-Control-Record, WS-Interface-Id,
021330             WS-Control-Count, WS-Control-Hash,
021332             WS-Control-Amount, WS-Check-Reason
021334         set Trailer-Seen to true
021336         go to 2100-load-one-confirmation-exit
021338     end-if
021340     if IC-Header-Record
021342         move "SECOND HEADER RECORD IN FILE" to WS-Check-Reason
021344         go to 2100-load-one-confirmation-exit
021346     end-if
021348     add 1 to WS-Control-Count
021350     if CF-Customer-Id numeric
021352         add CF-Customer-Id to WS-Control-Hash
021354     end-if
021400     if WS-Confirmation-Count < 9999
021500         add 1 to WS-Confirmation-Count
021600         set Conf-Index to WS-Confirmation-Count
021700         move CF-Customer-Id to CT-Customer-Id(Conf-Index)
021800         move CF-Name to CT-Name(Conf-Index)
021900         move CF-Postcode to CT-Postcode(Conf-Index)
022000         move "N" to CT-Matched-Flag(Conf-Index)
022100     else
022200         add 1 to WS-Confirmations-Dropped
022300     end-if.
022400
022500 2100-load-one-confirmation-exit.
022600     exit.
