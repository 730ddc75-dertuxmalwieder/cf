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

      *> One line per test point of a cfkey bench calibration check
      *> in the CFCALRES.DAT results file, closed by one summary
      *> line for the session.  A session is named by its probe and
      *> the time it was filed.  Each point pairs the reference
      *> thermometer's reading with the probe's, raw as keyed and
      *> as cfconv adjusts it with the offsets in force; the
      *> deviation is adjusted less reference, judged against the
      *> session tolerance.  The summary line carries the pass and
      *> fail counts and the worst deviation in place of the point
      *> values, and PASS only when every point passed.  The file
      *> is append-only and reads as plain text; cfcert prints its
      *> certificates from here.

       01 calres-record.
           05 calres-sensor-id        PIC X(08).
           05 FILLER                  PIC X(01).
           05 calres-session          PIC X(19).
           05 FILLER                  PIC X(01).
           05 calres-line-type        PIC X(01).
               88 calres-point              VALUE "P".
               88 calres-summary            VALUE "S".
           05 FILLER                  PIC X(01).
           05 calres-point-number     PIC 9(02).
           05 FILLER                  PIC X(01).
           05 calres-unit             PIC X(01).
           05 FILLER                  PIC X(01).
           05 calres-values.
               10 calres-reference        PIC +9(5).9(4).
               10 FILLER                  PIC X(01).
               10 calres-probe-raw        PIC +9(5).9(4).
               10 FILLER                  PIC X(01).
               10 calres-probe-adjusted   PIC +9(5).9(4).
               10 FILLER                  PIC X(01).
               10 calres-deviation        PIC +9(5).9(4).
           05 calres-summary-values REDEFINES calres-values.
               10 calres-pass-count       PIC 9(02).
               10 FILLER                  PIC X(01).
               10 calres-fail-count       PIC 9(02).
               10 FILLER                  PIC X(01).
               10 calres-worst-deviation  PIC +9(5).9(4).
               10 FILLER                  PIC X(30).
           05 FILLER                  PIC X(01).
           05 calres-tolerance        PIC 9(3).9(4).
           05 FILLER                  PIC X(01).
           05 calres-result           PIC X(04).
               88 calres-passed             VALUE "PASS".
               88 calres-failed             VALUE "FAIL".
           05 FILLER                  PIC X(01).
           05 calres-instrument       PIC X(20).
           05 FILLER                  PIC X(01).
           05 calres-user             PIC X(12).
