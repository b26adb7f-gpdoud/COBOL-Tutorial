       02 CustPayRating PIC X VALUE SPACE.
           88 CustPaysPromptly VALUE "A".
           88 CustChronicLate VALUE "D".
      *> How invoices and statements reach the customer - P printed
      *> and mailed, E emailed to the Email address only, B both.
      *> Records from before the preference existed carry a space and
      *> are treated as print. An email preference with no Email on
      *> file falls back to print so nothing goes undelivered.
       02 CustDeliveryPref PIC X VALUE "P".
           88 CustDeliverPrint VALUE "P" SPACE.
           88 CustDeliverEmail VALUE "E".
           88 CustDeliverBoth VALUE "B".
           88 CustDeliveryValid VALUE "P" "E" "B".
      *> Purchase segment stored by the rfmscore run from how recently,
      *> how often and how much the customer has bought - CH champion,
      *> NW new, RC recent, AR at risk, LP lapsed, NP no purchases on
      *> file; spaces = not yet scored. maillabel and the coboltut12
      *> CSV export select mailings on it.
       02 CustSegment PIC X(2) VALUE SPACES.
           88 SegChampion VALUE "CH".
           88 SegNewBuyer VALUE "NW".
           88 SegRecent VALUE "RC".
           88 SegAtRisk VALUE "AR".
           88 SegLapsed VALUE "LP".
           88 SegNoPurchase VALUE "NP".
       02 DeactDate PIC X(8) VALUE SPACES.
