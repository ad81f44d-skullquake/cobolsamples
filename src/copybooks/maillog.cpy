000000*------------------------------------------------------------------------
000000*MAILING LOG RECORD
000000*One MAILLOG line per statement, letter, reminder or invoice
000000*sent to a customer: what kind it was, to whom, on which date,
000000*and the channel it went by.  A customer on both channels gets
000000*one line for each.  The composite inquiries answer "when was
000000*this customer last written to, and how" from here.  MAILLOG is
000000*line sequential, so every program reading or writing it must
000000*COPY this layout - a reader with a shorter record would get
000000*each line back as two.  Lines written before the channel was
000000*recorded read it as a space and went by post.
000000*  MLOG-KIND     S statement, G group statement, L letter,
000000*                R installment reminder, I invoice
000000*  MLOG-CHANNEL  P printed and posted, E electronic delivery
000000*------------------------------------------------------------------------
000000 01  MAILING-LOG-RECORD.
000000     05 MLOG-KIND    PIC X(1).
000000     05 MLOG-CUST-ID PIC X(7).
000000     05 MLOG-DATE    PIC 9(8).
000000     05 MLOG-CHANNEL PIC X(1).
