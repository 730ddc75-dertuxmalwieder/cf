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

      *> One line per change to the SENSMAST.DAT sensor master in the
      *> SENSJRNL.DAT journal, the master's counterpart of what
      *> CALHIST.DAT is for the per-unit offsets: append-only, each
      *> line carrying the record as it stood before the change and
      *> as it stood after, who made it and when.  The master only
      *> ever holds the present; the offset a probe carried on any
      *> past date is read back from here.  An add has a blank
      *> before image.  The source names where the change came from:
      *> KEYED for an operator at cfsens, or the cfdrift proposal
      *> file an approved correction was applied from.  Offsets are
      *> carried edited, the way calhist-record carries them, so
      *> the journal reads as plain text.  The last-calibrated dates
      *> ride at the end of the line so older lines still read; a
      *> cfkey bench session that passes journals its stamp with
      *> source CFKEY and the reference instrument.

       01 sensjrnl-record.
           05 sensjrnl-sensor-id  PIC X(08).
           05 FILLER              PIC X(01).
           05 sensjrnl-action     PIC X(01).
               88 sensjrnl-added        VALUE "A".
               88 sensjrnl-changed      VALUE "C".
               88 sensjrnl-deactivated  VALUE "D".
           05 FILLER              PIC X(01).
           05 sensjrnl-entered    PIC X(19).
           05 FILLER              PIC X(01).
           05 sensjrnl-user       PIC X(12).
           05 FILLER              PIC X(01).
           05 sensjrnl-before.
               10 sensjrnl-before-status      PIC X(01).
               10 FILLER                      PIC X(01).
               10 sensjrnl-before-unit        PIC X(01).
               10 FILLER                      PIC X(01).
               10 sensjrnl-before-offset      PIC X(09).
               10 FILLER                      PIC X(01).
               10 sensjrnl-before-in-service  PIC X(08).
               10 FILLER                      PIC X(01).
               10 sensjrnl-before-description PIC X(30).
               10 FILLER                      PIC X(01).
               10 sensjrnl-before-location    PIC X(20).
           05 FILLER              PIC X(01).
           05 sensjrnl-after.
               10 sensjrnl-after-status       PIC X(01).
               10 FILLER                      PIC X(01).
               10 sensjrnl-after-unit         PIC X(01).
               10 FILLER                      PIC X(01).
               10 sensjrnl-after-offset       PIC X(09).
               10 FILLER                      PIC X(01).
               10 sensjrnl-after-in-service   PIC X(08).
               10 FILLER                      PIC X(01).
               10 sensjrnl-after-description  PIC X(30).
               10 FILLER                      PIC X(01).
               10 sensjrnl-after-location     PIC X(20).
           05 FILLER              PIC X(01).
           05 sensjrnl-source     PIC X(40).
           05 FILLER              PIC X(01).
           05 sensjrnl-before-calibrated  PIC X(08).
           05 FILLER              PIC X(01).
           05 sensjrnl-after-calibrated   PIC X(08).
