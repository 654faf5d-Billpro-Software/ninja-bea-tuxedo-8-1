      *	(c) 2003 BEA Systems, Inc. All Rights Reserved.
      *
      *	Copyright (c) 1992 USL
      * All rights reserved
      *
      *	THIS IS UNPUBLISHED PROPRIETARY
      *	SOURCE CODE OF USL
      *	The copyright notice above does not
      *	evidence any actual or intended
      *	publication of such source code.
      *
      * #ident	"@(#) samples/atmi/STOCKAPP/CONTACT.cpy	$Revision: 1.1 $"
      *
      *****************************************************
      * CONTACT - VIEW buffer exchanged with CONTSR for an
      * account's contact history.  CONTACT-ACTION is "A" to
      * add a note or "B" to browse the notes already on
      * file; there is no change or delete -- the history is
      * only ever added to.
      *
      * To add, the caller gives the contact channel (P
      * phone, E e-mail, L letter, V visit in person), the
      * note text in two 60-character halves and any follow-
      * up date (zero when none); the service stamps the
      * note with today's date, the time and CONTACT-
      * OPERATOR, and answers it back as row 1.
      *
      * To browse, rows arrive oldest first in date and time
      * order, up to 10 at a time.  CONTACT-MORE comes back
      * "Y" when there are more, and the teller pages on by
      * keying the LAST ROW SHOWN's date and time into
      * CONTACT-FROM-DATE/CONTACT-FROM-TIME -- the walk
      * resumes at that note.  Zeros browse from the first.
      * CONTACT-OPERATOR is the submitting operator, verified
      * against OPERATOR.IT by the service itself.
      *
      * A browse may also answer CONTACT-VIA "S" -- a
      * customer self-service access through the telephone
      * or web channel, noted by SSINQSR with CONTACT-BY
      * SELFSVC.  "S" cannot be keyed on an add.
      *****************************************************
           05  CONTACT-ACCOUNT		PIC X(10).
           05  CONTACT-ACTION		PIC X(01).
           05  CONTACT-OPERATOR		PIC X(10).
           05  CONTACT-CHANNEL		PIC X(01).
               88  CONTACT-CHANNEL-VALID
					VALUE "P" "E" "L" "V".
           05  CONTACT-FOLLOWUP		PIC 9(8).
           05  CONTACT-NOTE.
               10  CONTACT-NOTE-1	PIC X(60).
               10  CONTACT-NOTE-2	PIC X(60).
           05  CONTACT-FROM-DATE	PIC 9(8).
           05  CONTACT-FROM-TIME	PIC 9(8).
           05  CONTACT-NAME		PIC X(30).
           05  CONTACT-COUNT		PIC 9(4) COMP-5.
           05  CONTACT-MORE		PIC X(01).
           05  CONTACT-LINE OCCURS 10 TIMES.
               10  CONTACT-DATE		PIC 9(8).
               10  CONTACT-TIME		PIC 9(8).
               10  CONTACT-BY		PIC X(10).
               10  CONTACT-VIA		PIC X(01).
               10  CONTACT-DUE		PIC 9(8).
               10  CONTACT-TEXT-1	PIC X(60).
               10  CONTACT-TEXT-2	PIC X(60).
