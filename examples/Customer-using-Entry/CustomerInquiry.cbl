005900*                     and shows what is on file now, so the      *
006000*                     operator sees the other change before      *
006100*                     keying theirs again.                       *
006110*    15/10/26   MLH   The customer group the selected customer   *
006120*                     belongs to - parent, name, group credit    *
006130*                     limit - is shown with its other members,   *
006140*                     members on credit hold flagged.            *
006200******************************************************************
006300 identification division.
006400 program-id. CustomerInquiry.
010900 01  WS-Contact-Show-Index       pic 9(01) value zero.
011000 01  WS-Contact-Show-Slot        pic 9(01) value zero.
011100 01  WS-Note-Answer              pic x(01) value spaces.
011110 01  WS-Group-Member-Id          pic 9(08) value zero.
011120 01  WS-Group-Shown-Count        pic 9(04) value zero.
011130 01  WS-Group-Member-Flags       pic x(24) value spaces.
011140 01  WS-Edited-Group-Limit       pic z,zzz,zz9.99.
011200
011300*    rolling window of the last three contact-log entries seen
011400*    on the browse walk - the file reads back oldest first, so
012800     Inquiry-Address.
012900 copy CustomerContact replacing Customer-Contact by
013000     Inquiry-Contact.
013010 copy CustomerGroup replacing Customer-Group by Inquiry-Group.
013020 copy Customer replacing Customer by Group-Member-Customer.
013100
013200 procedure division.
013300
036100             5300-show-addresses-exit
036200         perform 5400-show-recent-contacts thru
036300             5400-show-recent-contacts-exit
036350         perform 5700-show-group thru 5700-show-group-exit
036400         perform 5200-prompt-one-field thru
036500             5200-prompt-one-field-exit
036600         call "UpdateCustomerById" using Inquiry-Customer,
063000 5600-redisplay-customer-exit.
063100     exit.
063200
063201******************************************************************
063202*    5700-SHOW-GROUP - the customer group the selected customer  *
063203*    belongs to, as its parent or as a member, with the group    *
063204*    credit limit the overnight credit-hold run holds the whole  *
063205*    group to, and every other member of the group - the parent  *
063206*    first - so the counter can see who else a hold would catch. *
063207*    Deleted members are not listed.                             *
063208******************************************************************
063209 5700-show-group.
063210     call "GetCustomerGroup" using Inquiry-Group,
063211         WS-Selected-Customer-Id
063212     if GroupParentId of Inquiry-Group = zero
063213         display "NOT IN A CUSTOMER GROUP" upon CONSOLE-DEVICE
063214         go to 5700-show-group-exit
063215     end-if
063216     move GroupCreditLimit of Inquiry-Group to
063217         WS-Edited-Group-Limit
063218     display "CUSTOMER GROUP: " GroupParentId of Inquiry-Group
063219         "  " GroupName of Inquiry-Group upon CONSOLE-DEVICE
063220     display "  GROUP CREDIT LIMIT: " WS-Edited-Group-Limit
063221         upon CONSOLE-DEVICE
063222     if GroupParentId of Inquiry-Group = WS-Selected-Customer-Id
063223         display "  THIS CUSTOMER IS THE GROUP PARENT"
063224             upon CONSOLE-DEVICE
063225     end-if
063226     display "OTHER GROUP MEMBERS:" upon CONSOLE-DEVICE
063227     move zero to WS-Group-Shown-Count
063228     move GroupParentId of Inquiry-Group to WS-Group-Member-Id
063229     perform 5710-show-one-member thru 5710-show-one-member-exit
063230     call "BrowseFirstGroupMember" using
063231         GroupParentId of Inquiry-Group, WS-Group-Member-Id
063232     perform 5720-next-group-member thru
063233         5720-next-group-member-exit
063234         until WS-Group-Member-Id = zero
063235     if WS-Group-Shown-Count = zero
063236         display "  NONE" upon CONSOLE-DEVICE
063237     end-if.
063238
063239 5700-show-group-exit.
063240     exit.
063241
063242 5710-show-one-member.
063243     if WS-Group-Member-Id = WS-Selected-Customer-Id
063244         go to 5710-show-one-member-exit
063245     end-if
063246     call "GetCustomerById" using Group-Member-Customer,
063247         WS-Group-Member-Id
063248     if Name of Group-Member-Customer = spaces
063249         go to 5710-show-one-member-exit
063250     end-if
063251     add 1 to WS-Group-Shown-Count
063252     move spaces to WS-Group-Member-Flags
063253     if WS-Group-Member-Id = GroupParentId of Inquiry-Group
063254         move "PARENT" to WS-Group-Member-Flags
063255     end-if
063256     if AccountStatus of Group-Member-Customer = "H"
063257         move "ON CREDIT HOLD" to WS-Group-Member-Flags(8:)
063258     end-if
063259     display "  " WS-Group-Member-Id "  "
063260         Name of Group-Member-Customer "  "
063261         City of Group-Member-Customer "  "
063262         WS-Group-Member-Flags upon CONSOLE-DEVICE.
063263
063264 5710-show-one-member-exit.
063265     exit.
063266
063267 5720-next-group-member.
063268     perform 5710-show-one-member thru 5710-show-one-member-exit
063269     call "BrowseNextGroupMember" using
063270         GroupParentId of Inquiry-Group, WS-Group-Member-Id.
063271
063272 5720-next-group-member-exit.
063273     exit.
063280
063300 end program CustomerInquiry.
