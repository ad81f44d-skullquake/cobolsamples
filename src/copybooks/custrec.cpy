000000         88 CUST-ACTIVE   VALUE 'A'.
000000         88 CUST-INACTIVE VALUE 'D'.
000000*'M' marks a duplicate merged into a survivor - stronger than
000000*deactivated: the id's accounts have moved to the survivor, and
000000*the MERGXREF cross-reference dates the change of owner.
000000         88 CUST-MERGED   VALUE 'M'.
000000*Name-and-address block for mailed correspondence - statements
000000*cannot be posted with only an id and a name on file.  Appended
000000*flag existed) mean the address is assumed good.
000000     05 CUST-ADDR-STATUS PIC X(1).
000000         88 CUST-ADDR-UNDELIVERABLE VALUE 'U'.
000000*Sales-tax exemption certificate - charities and resellers
000000*that hold one are priced with no tax in the certificate's
000000*jurisdiction (blank jurisdiction: every jurisdiction) until
000000*the expiry date; after it the customer is taxed again and the
000000*remittance report lists the lines so the certificate can be
000000*chased.  A blank certificate number (records written before
000000*the fields existed) means the customer is not exempt.
000000     05 CUST-EXEMPT-CERT-NO PIC X(15).
000000     05 CUST-EXEMPT-JURIS   PIC X(8).
000000     05 CUST-EXEMPT-EXPIRY  PIC 9(8).
000000*Customer group - branches of one parent company carry the
000000*parent's customer id here (the parent carries its own id), so
000000*credit can judge the group's combined exposure as well as each
000000*branch's own, and the group statement can list every member
000000*under the parent's name and address.  The group credit limit is
000000*held on the parent's record only; zero means no group limit is
000000*enforced.  Blanks (records written before the fields existed)
000000*mean the customer belongs to no group.
000000     05 CUST-GROUP-ID           PIC X(7).
000000     05 CUST-GROUP-CREDIT-LIMIT PIC 9(9).
000000*Statement and letter delivery - 'P' (or blanks on a record
000000*written before the fields existed) prints and mails as
000000*always; 'E' delivers electronically through the email gateway
000000*instead of printing; 'B' does both.  The email address is where
000000*electronic documents go.  Email status 'B' marks an address the
000000*gateway bounced - the customer falls back to print until
000000*maintenance records a new address, which clears the flag.
000000     05 CUST-DELIVERY-PREF PIC X(1).
000000         88 CUST-DELIVER-PRINT      VALUE 'P' SPACE.
000000         88 CUST-DELIVER-ELECTRONIC VALUE 'E'.
000000         88 CUST-DELIVER-BOTH       VALUE 'B'.
000000     05 CUST-EMAIL-ADDR    PIC X(60).
000000     05 CUST-EMAIL-STATUS  PIC X(1).
000000         88 CUST-EMAIL-BOUNCED VALUE 'B'.
000000*Billing cycle day, 01 to 28 - the day of the month the
000000*customer's statement is produced, rolled forward to the next
000000*business day when it falls on a non-business day, so the
000000*statement run is spread across the month instead of falling
000000*on month-end.  Zeros or blanks (records written before the
000000*field existed, or never assigned) bill on cycle day 01.
000000     05 CUST-CYCLE-DAY     PIC 9(2).
