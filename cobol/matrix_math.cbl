      * ok, 'D' operand dimensions differ, 'O' at least one result
      * cell overflowed the layout's S9(7) cells (the cell is left at
      * zero and the rest of the grid is still produced).
      * determinant, rank and inverse check the allocation models for
      * singularity in exact integer arithmetic: the inverse comes
      * back as the integer adjugate (same layout, ready for
      * 'MatrixStore') over the determinant, and adds status 'S'
      * singular, as the determinant does.
       identification division.
       program-id. MatrixAdd.
      * modification history
           end-perform
           goback.
       end program MatrixScalarMultiply.

       identification division.
       program-id. MatrixDeterminant.
      * the determinant of a square grid, exactly: fraction-free
      * (Bareiss) elimination keeps every working value an integer
      * minor of the grid, each step dividing exactly by the pivot
      * before it, so nothing is rounded. the minors are held to 18
      * digits through 38-digit products; one that will not fit is
      * MATRIX-MATH-STATUS 'O' with the determinant left at zero. a
      * zero determinant comes back with status 'S'; a grid that is
      * not square is 'D'.
      * modification history
      *   akar-0  new subprogram
       data division.
       local-storage section.
       01 i             pic 9(3).
       01 j             pic 9(3).
       01 k             pic 9(3).
       01 p             pic 9(3).
       01 n             pic 9(3).
       01 det-sign      pic s9(1).
       01 prev-pivot    pic s9(18).
       01 wide-cell     pic s9(38).
       01 hold-cell     pic s9(18).
       01 work-grid.
           05 work-row occurs 100 times.
              07 wk     pic s9(18) occurs 100 times.

       linkage section.
       01 matrix-a.
           05 la    pic 9(3).
           05 lca   pic 9(3).
           05 row-a occurs 0 to 100 times depending on la.
              07 xs-a  pic s9(7) occurs 100 times.
       01 determinant   pic s9(18).
       01 matrix-math-status  pic x(1).
           88 matrix-math-ok        value 'V'.
           88 matrix-math-dim-error value 'D'.
           88 matrix-math-overflow  value 'O'.
           88 matrix-math-singular  value 'S'.

       procedure division using matrix-a determinant
               matrix-math-status.
           move 0 to determinant
           if la not = lca or la = 0
              set matrix-math-dim-error to true
              goback
           end-if
           set matrix-math-ok to true
           move la to n
           perform varying i from 1 until i > n
              perform varying j from 1 until j > n
                 move xs-a(i, j) to wk(i, j)
              end-perform
           end-perform

           move 1 to det-sign
           move 1 to prev-pivot
           perform varying k from 1 until k >= n
                   or not matrix-math-ok
      *       a zero pivot swaps in a lower row, flipping the sign;
      *       a column with nothing left below makes it singular
              if wk(k, k) = 0
                 move 0 to p
                 perform varying i from k until i > n or p > 0
                    if wk(i, k) not = 0
                       move i to p
                    end-if
                 end-perform
                 if p = 0
                    set matrix-math-singular to true
                    goback
                 end-if
                 perform varying j from k until j > n
                    move wk(k, j) to hold-cell
                    move wk(p, j) to wk(k, j)
                    move hold-cell to wk(p, j)
                 end-perform
                 compute det-sign = 0 - det-sign
              end-if
              perform varying i from k until i > n
                      or not matrix-math-ok
                 if i > k
                    perform varying j from k until j > n
                            or not matrix-math-ok
                       if j > k
                          compute wide-cell =
                              (wk(i, j) * wk(k, k)
                               - wk(i, k) * wk(k, j)) / prev-pivot
                          if wide-cell > 999999999999999999
                             or wide-cell < -999999999999999999
                             set matrix-math-overflow to true
                          else
                             move wide-cell to wk(i, j)
                          end-if
                       end-if
                    end-perform
                 end-if
              end-perform
              move wk(k, k) to prev-pivot
           end-perform
           if not matrix-math-ok
              goback
           end-if

           compute determinant = det-sign * wk(n, n)
           if determinant = 0
              set matrix-math-singular to true
           end-if
           goback.
       end program MatrixDeterminant.

       identification division.
       program-id. MatrixRank.
      * the rank of any grid, square or not, by the same fraction-
      * free elimination as 'MatrixDeterminant' taken column by
      * column to echelon form: the rank is the number of pivots
      * found. a working minor past 18 digits is MATRIX-MATH-STATUS
      * 'O' with the rank left at zero.
      * modification history
      *   akar-0  new subprogram
       data division.
       local-storage section.
       01 i             pic 9(3).
       01 j             pic 9(3).
       01 c             pic 9(3).
       01 p             pic 9(3).
       01 r             pic 9(3).
       01 prev-pivot    pic s9(18).
       01 wide-cell     pic s9(38).
       01 hold-cell     pic s9(18).
       01 work-grid.
           05 work-row occurs 100 times.
              07 wk     pic s9(18) occurs 100 times.

       linkage section.
       01 matrix-a.
           05 la    pic 9(3).
           05 lca   pic 9(3).
           05 row-a occurs 0 to 100 times depending on la.
              07 xs-a  pic s9(7) occurs 100 times.
       01 matrix-rank   pic 9(3).
       01 matrix-math-status  pic x(1).
           88 matrix-math-ok        value 'V'.
           88 matrix-math-overflow  value 'O'.

       procedure division using matrix-a matrix-rank
               matrix-math-status.
           move 0 to matrix-rank
           set matrix-math-ok to true
           perform varying i from 1 until i > la
              perform varying j from 1 until j > lca
                 move xs-a(i, j) to wk(i, j)
              end-perform
           end-perform

      *    r rows are in echelon form so far; each column with a
      *    nonzero entry at or below row r + 1 gives the next pivot
           move 0 to r
           move 1 to prev-pivot
           perform varying c from 1 until c > lca or r >= la
                   or not matrix-math-ok
              move 0 to p
              perform varying i from r until i >= la or p > 0
                 if wk(i + 1, c) not = 0
                    compute p = i + 1
                 end-if
              end-perform
              if p > 0
                 add 1 to r
                 if p not = r
                    perform varying j from c until j > lca
                       move wk(r, j) to hold-cell
                       move wk(p, j) to wk(r, j)
                       move hold-cell to wk(p, j)
                    end-perform
                 end-if
                 perform varying i from r until i >= la
                         or not matrix-math-ok
                    perform varying j from c until j >= lca
                            or not matrix-math-ok
                       compute wide-cell =
                           (wk(i + 1, j + 1) * wk(r, c)
                            - wk(i + 1, c) * wk(r, j + 1))
                           / prev-pivot
                       if wide-cell > 999999999999999999
                          or wide-cell < -999999999999999999
                          set matrix-math-overflow to true
                       else
                          move wide-cell to wk(i + 1, j + 1)
                       end-if
                    end-perform
                    move 0 to wk(i + 1, c)
                 end-perform
                 move wk(r, c) to prev-pivot
              end-if
           end-perform
           if matrix-math-ok
              move r to matrix-rank
           end-if
           goback.
       end program MatrixRank.

       identification division.
       program-id. MatrixInverse.
      * the inverse of a square grid without rounding anything: the
      * answer is the integer adjugate in MATRIX-R, in the standard
      * layout so 'MatrixStore' can file it, and the determinant as
      * the common denominator -- inverse = adjugate / determinant.
      * fraction-free (Bareiss) Gauss-Jordan elimination on the grid
      * beside an identity leaves the determinant down the diagonal
      * and the adjugate beside it, every step an exact division.
      * MATRIX-MATH-STATUS: 'V' ok, 'D' not square, 'S' singular (no
      * inverse; MATRIX-R comes back empty), 'O' a working minor past
      * 18 digits (MATRIX-R empty) or an adjugate cell past the
      * layout's S9(7) (that cell left at zero, the rest produced,
      * as the other routines do).
      * modification history
      *   akar-0  new subprogram
       data division.
       local-storage section.
       01 i             pic 9(3).
       01 j             pic 9(3).
       01 k             pic 9(3).
       01 p             pic 9(3).
       01 n             pic 9(3).
       01 n2            pic 9(3).
       01 det-sign      pic s9(1).
       01 prev-pivot    pic s9(18).
       01 wide-cell     pic s9(38).
       01 hold-cell     pic s9(18).
      * the grid on the left, the identity on the right
       01 work-grid.
           05 work-row occurs 100 times.
              07 wk     pic s9(18) occurs 200 times.

       linkage section.
       01 matrix-a.
           05 la    pic 9(3).
           05 lca   pic 9(3).
           05 row-a occurs 0 to 100 times depending on la.
              07 xs-a  pic s9(7) occurs 100 times.
       01 matrix-r.
           05 lr    pic 9(3).
           05 lcr   pic 9(3).
           05 row-r occurs 0 to 100 times depending on lr.
              07 xs-r  pic s9(7) occurs 100 times.
       01 determinant   pic s9(18).
       01 matrix-math-status  pic x(1).
           88 matrix-math-ok        value 'V'.
           88 matrix-math-dim-error value 'D'.
           88 matrix-math-overflow  value 'O'.
           88 matrix-math-singular  value 'S'.

       procedure division using matrix-a matrix-r determinant
               matrix-math-status.
           move 0 to determinant
           move 0 to lr
           move 0 to lcr
           if la not = lca or la = 0
              set matrix-math-dim-error to true
              goback
           end-if
           set matrix-math-ok to true
           move la to n
           compute n2 = n * 2
           perform varying i from 1 until i > n
              perform varying j from 1 until j > n
                 move xs-a(i, j) to wk(i, j)
                 move 0 to wk(i, n + j)
              end-perform
              move 1 to wk(i, n + i)
           end-perform

           move 1 to det-sign
           move 1 to prev-pivot
           perform varying k from 1 until k > n
                   or not matrix-math-ok
              if wk(k, k) = 0
                 move 0 to p
                 perform varying i from k until i > n or p > 0
                    if wk(i, k) not = 0
                       move i to p
                    end-if
                 end-perform
                 if p = 0
                    set matrix-math-singular to true
                    goback
                 end-if
                 perform varying j from 1 until j > n2
                    move wk(k, j) to hold-cell
                    move wk(p, j) to wk(k, j)
                    move hold-cell to wk(p, j)
                 end-perform
                 compute det-sign = 0 - det-sign
              end-if
      *       every other row, above the pivot as well as below
              perform varying i from 1 until i > n
                      or not matrix-math-ok
                 if i not = k
                    perform varying j from 1 until j > n2
                            or not matrix-math-ok
                       if j not = k
                          compute wide-cell =
                              (wk(i, j) * wk(k, k)
                               - wk(i, k) * wk(k, j)) / prev-pivot
                          if wide-cell > 999999999999999999
                             or wide-cell < -999999999999999999
                             set matrix-math-overflow to true
                          else
                             move wide-cell to wk(i, j)
                          end-if
                       end-if
                    end-perform
                    move 0 to wk(i, k)
                 end-if
              end-perform
              move wk(k, k) to prev-pivot
           end-perform
           if not matrix-math-ok
              goback
           end-if

      *    the diagonal holds the determinant of the rows as swapped
      *    and the right half that matrix's adjugate; the swaps'
      *    sign turns both back into the grid's own
           compute determinant = det-sign * wk(n, n)
           move n to lr
           move n to lcr
           perform varying i from 1 until i > n
              perform varying j from 1 until j > n
                 move 0 to xs-r(i, j)
                 compute wide-cell = det-sign * wk(i, n + j)
                 if wide-cell > 9999999 or wide-cell < -9999999
                    set matrix-math-overflow to true
                 else
                    move wide-cell to xs-r(i, j)
                 end-if
              end-perform
           end-perform
           goback.
       end program MatrixInverse.
