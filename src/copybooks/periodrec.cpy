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

      *> One line per close or reopen of a reporting month in the
      *> CFPERIOD.DAT period-control file, maintained by cfperiod.
      *> Append-only like CALHIST.DAT: the file is its own log, and
      *> a month's standing is the latest line for it -- closed if
      *> that line is a close, open if it is a reopen or there is
      *> none.  Each line carries who did it, when and why.  The
      *> entered stamp of the close in force is the moment the month
      *> was signed off; cfchk's replay uses it to tell what the
      *> month held at sign-off from what was written after.

       01 period-record.
           05 period-month        PIC 9(06).
           05 FILLER              PIC X(01).
           05 period-action       PIC X(01).
               88 period-close          VALUE "C".
               88 period-reopen         VALUE "R".
           05 FILLER              PIC X(01).
           05 period-entered      PIC X(19).
           05 FILLER              PIC X(01).
           05 period-user         PIC X(12).
           05 FILLER              PIC X(01).
           05 period-reason       PIC X(50).
