      *> CDDL HEADER
      *> --------------
      *> The contents of this file are subject to the terms of the
      *> Common Development and Distribution License, Version 1.1 only
      *> (the "License").  You may not use this file except in compliance
      *> with the License.
      *>
      *> See the file LICENSE in this distribution for details.
      *> A copy of the CDDL is also available via the Internet at
      *> https://spdx.org/licenses/CDDL-1.1.html
      *>
      *> When distributing Covered Code, include this CDDL HEADER in each
      *> file and include the contents of the LICENSE file from this
      *> distribution.
      *> --------------

      *> One line per change cfband makes to the CFALARM.DAT alarm
      *> bands or the CFDELTA.DAT plausibility limits, in the
      *> CFBANDJ.DAT journal: append-only, the SENSJRNL.DAT of the
      *> screening files.  Each line names the file, the key, the
      *> entry as it stood before the change and after it, who made
      *> it and when.  For an alarm band the two values are the low
      *> and high limits; for a plausibility limit they are the
      *> maximum jump and the stuck count.  An add has a blank
      *> before image and a delete a blank after image.  Values are
      *> carried as the text written to the file, so the journal
      *> reads as plain text.

       01 bandjrnl-record.
           05 bandjrnl-file-type  PIC X(05).
               88 bandjrnl-alarm        VALUE "ALARM".
               88 bandjrnl-delta        VALUE "DELTA".
           05 FILLER              PIC X(01).
           05 bandjrnl-key        PIC X(08).
           05 FILLER              PIC X(01).
           05 bandjrnl-action     PIC X(01).
               88 bandjrnl-added        VALUE "A".
               88 bandjrnl-changed      VALUE "C".
               88 bandjrnl-deleted      VALUE "D".
           05 FILLER              PIC X(01).
           05 bandjrnl-entered    PIC X(19).
           05 FILLER              PIC X(01).
           05 bandjrnl-user       PIC X(12).
           05 FILLER              PIC X(01).
           05 bandjrnl-before.
               10 bandjrnl-before-value-1  PIC X(14).
               10 FILLER                   PIC X(01).
               10 bandjrnl-before-value-2  PIC X(14).
           05 FILLER              PIC X(01).
           05 bandjrnl-after.
               10 bandjrnl-after-value-1   PIC X(14).
               10 FILLER                   PIC X(01).
               10 bandjrnl-after-value-2   PIC X(14).
